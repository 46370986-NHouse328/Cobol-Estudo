      *     de CNPJ. Chave duplicada na gravacao (FS 22) e o caso
      *     normal de um rerun fundindo extrato ja fundido, contado
      *     como ja-emitido e nao como erro.
      *   - CNPJ-OUT e CNA-CNPJ passaram a X(14), acompanhando o CNPJ
      *     alfanumerico; o CNPJ numerico ocupa as mesmas posicoes e
      *     a ordem das chaves e a mesma (digito antes de letra).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-ATUALIZA-MESTRE.
                   FD ARQ-CNPJ.

                       01 REG-CNPJ.
                           05 CNPJ-OUT           PIC X(14).
                           05 CNPJ-OUT-PONTUADO  PIC X(18).
                           05 CNPJ-DATA-GERACAO  PIC 9(08).

                   FD ARQ-MESTRE.

                       01 REG-CNPJ-ANT.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

