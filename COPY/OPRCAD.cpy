      ******************************************************************
      * Copybook:  OPRCAD
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Registro do arquivo de operadores (OPERADORES, LINE
      *            SEQUENTIAL), no nivel 05 para o chamador por sob o
      *            proprio 01. As cinco primeiras colunas sao as de
      *            sempre; OPR-SENHA, a senha em claro do registro
      *            legado, so e lida para a conversao e sai sempre em
      *            branco - a credencial e o resumo OPR-SENHA-HASH,
      *            calculado por OPR-CREDENCIAL com o codigo do
      *            operador como sal. Em seguida a data da ultima troca
      *            de senha, as falhas de sign-on seguidas, a chave de
      *            bloqueio (B = bloqueado, so o supervisor
      *            desbloqueia), a chave de troca obrigatoria no
      *            proximo sign-on (S) e
      *            os resumos das cinco senhas anteriores, a mais
      *            recente primeiro. Por ultimo a data de inclusao do
      *            operador. Registro legado, sem as colunas novas,
      *            chega com elas em branco.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o vencimento e o bloqueio de
      *     senha; o layout saiu das FDs de cada programa.
      *   - Acrescentada OPR-DATA-INCLUSAO, gravada por OPR-MANUTENCAO
      *     na inclusao, para a recertificacao de acessos.
      ******************************************************************
           05  OPR-CODIGO          PIC X(08).
           05  FILLER              PIC X(01).
           05  OPR-NOME            PIC X(30).
           05  FILLER              PIC X(01).
           05  OPR-ATIVO           PIC X(01).
           05  FILLER              PIC X(01).
           05  OPR-SENHA           PIC X(08).
           05  FILLER              PIC X(01).
           05  OPR-NIVEL           PIC 9(01).
           05  FILLER              PIC X(01).
           05  OPR-SENHA-HASH      PIC X(18).
           05  FILLER              PIC X(01).
           05  OPR-DATA-SENHA      PIC X(08).
           05  OPR-DATA-SENHA-NUM  REDEFINES OPR-DATA-SENHA
                                   PIC 9(08).
           05  FILLER              PIC X(01).
           05  OPR-FALHAS          PIC X(02).
           05  OPR-FALHAS-NUM      REDEFINES OPR-FALHAS
                                   PIC 9(02).
           05  FILLER              PIC X(01).
           05  OPR-BLOQUEIO        PIC X(01).
               88  OPR-BLOQUEADO       VALUE 'B'.
           05  FILLER              PIC X(01).
           05  OPR-TROCA           PIC X(01).
               88  OPR-TROCA-OBRIGATORIA VALUE 'S'.
           05  OPR-SENHAS-ANTERIORES.
               10  OPR-ANTERIOR        OCCURS 5 TIMES.
                   15  FILLER          PIC X(01).
                   15  OPR-HASH-ANTERIOR PIC X(18).
           05  FILLER              PIC X(01).
           05  OPR-DATA-INCLUSAO   PIC X(08).
           05  OPR-DATA-INCLUSAO-NUM REDEFINES OPR-DATA-INCLUSAO
                                   PIC 9(08).
