    05 OP-FREQUENCIA           PIC X.
      *>   "D" = diária  "S" = semanal  "M" = mensal
    05 OP-DATA-PROXIMA         PIC 9(8).
      *>   CCYYMMDD da próxima postagem devida, no ciclo da ordem.
      *>   Caindo em sábado, domingo ou feriado, o COBORDEM posta no
      *>   dia útil seguinte sem mudar o ciclo.
    05 OP-DIA-POSTAGEM         PIC 9(2).
      *>   dia do mês registrado para ordens mensais (o dia da
      *>   primeira postagem). Cada vencimento é recortado para o
