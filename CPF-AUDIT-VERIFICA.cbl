      *     da corrente e saem so contados; uma corrente que comeca
      *     no meio (arquivo morto expurgado) e aceita a partir do
      *     primeiro elo visto, com aviso.
      *   - AUD-DOCUMENTO, ARC-DOCUMENTO e VER-DOCUMENTO passaram a
      *     alfanumericos, acompanhando AUDIT-ELO: o CNPJ alfanumerico
      *     chega ao modulo do elo como foi gravado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-AUDIT-VERIFICA.
                           05 AUD-DATA         PIC 9(08).
                           05 AUD-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 AUD-DOCUMENTO    PIC X(14).
                           05 FILLER           PIC X(01).
                           05 AUD-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01).
                           05 ARC-DATA         PIC 9(08).
                           05 ARC-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 ARC-DOCUMENTO    PIC X(14).
                           05 FILLER           PIC X(01).
                           05 ARC-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01).
                   01 VER-ELO          PIC 9(09).
                   01 VER-DATA         PIC 9(08).
                   01 VER-HORA         PIC 9(08).
                   01 VER-DOCUMENTO    PIC X(14).
                   01 VER-TIPO-DOC     PIC X(01).
                   01 VER-RESULTADO    PIC X(08).

