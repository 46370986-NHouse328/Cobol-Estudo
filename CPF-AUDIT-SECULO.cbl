      *     o comeco da corrente ja expurgado nao ha como recalcular
      *     os elos, e o programa para com RC 8 em vez de gravar uma
      *     corrente que o verificador condenaria.
      *   - VIS-DOCUMENTO passou a alfanumerico, acompanhando
      *     AUDIT-ELO (CNPJ alfanumerico na trilha).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-AUDIT-SECULO.
                       05 VIS-DATA         PIC 9(08).
                       05 VIS-HORA         PIC 9(08).
                       05 FILLER           PIC X(01).
                       05 VIS-DOCUMENTO    PIC X(14).
                       05 FILLER           PIC X(01).
                       05 VIS-TIPO-DOC     PIC X(01).
                       05 FILLER           PIC X(01).
