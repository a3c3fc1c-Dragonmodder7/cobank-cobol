      *> CTAENC - closing data of one entry on the closed-account
      *> archive (CONTENC.DAT). ENCERRAR-CONTA appends one entry for
      *> every account it deletes from CONTAS.DAT, so the holder, the
      *> product and the balance swept out at closing survive the
      *> master record for the annual and regulatory reporting. The
      *> entry is the deleted master record as it stood at closing
      *> (COPY CTAMEST REPLACING LEADING ==RM-== BY ==CE-==) followed
      *> by the fields below; both COPYs go under the 01 record in
      *> every program that opens the archive.
    05 CE-DATA-ENCERRAMENTO    PIC 9(8).
      *>   CCYYMMDD
    05 CE-OPERADOR-ENCERRAMENTO PIC X(4).
    05 CE-SUPERVISOR-ENCERRAMENTO PIC X(4).
