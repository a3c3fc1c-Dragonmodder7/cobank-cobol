      *> FERIADO - layout of one record on the business-day calendar
      *> (FERIADOS.DAT), keyed by date. Only holidays are recorded:
      *> Saturdays and Sundays are never business days and need no
      *> entry. Maintained from the COBANK menu with supervisor
      *> approval; a holiday taken off the calendar is marked "C",
      *> never deleted, so who keyed and who removed it stays on
      *> file. COBNOITE refuses to close a date that is not a
      *> business day and finds the month's last business day here;
      *> COBORDEM and COBEMPR move due dates falling on a holiday or
      *> weekend to the next business day.
    05 FE-DATA                 PIC 9(8).
      *>   CCYYMMDD do feriado
    05 FE-ABRANGENCIA          PIC X.
      *>   "N" = feriado nacional  "L" = feriado local (estadual ou
      *>   municipal da praça da agência)
    05 FE-DESCRICAO            PIC X(30).
    05 FE-SITUACAO             PIC X.
      *>   "A" = em vigor  "C" = retirado do calendário
    05 FE-DATA-CADASTRO        PIC 9(8).
      *>   CCYYMMDD da última inclusão ou retirada
    05 FE-OPERADOR             PIC X(4).
    05 FE-SUPERVISOR           PIC X(4).
      *>   quem digitou e quem aprovou a última alteração
