      ******************************************************************
      * Copybook:  ENVELOPE
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Cabecalho e trailer padrao dos arquivos recebidos
      *            de fora da cadeia (relacao do juridico, remessas do
      *            cadastro, pedidos e ACKs das areas, lotes de
      *            validacao), no nivel 05 para o chamador por sob o
      *            proprio 01. A primeira linha do arquivo e o
      *            cabecalho HDR (remetente, tipo do arquivo - o nome
      *            logico com que e carregado -, data e sequencia do
      *            remetente); a ultima e o trailer TRL (quantidade de
      *            registros de detalhe e total de hash). O total de
      *            hash e a soma, sobre os registros de detalhe, dos
      *            digitos do campo de controle do tipo lidos como um
      *            numero (pontuacao e letras sao ignoradas); o campo
      *            de cada tipo esta na tabela de ARQ-PORTAO, o portao
      *            que confere o envelope antes de qualquer carga.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o portao de arquivos recebidos.
      ******************************************************************
           05  ENV-TIPO-REG        PIC X(03).
               88  ENV-E-CABECALHO         VALUE 'HDR'.
               88  ENV-E-TRAILER           VALUE 'TRL'.
           05  FILLER              PIC X(01).
           05  ENV-CABECALHO.
               10  ENV-REMETENTE   PIC X(08).
               10  FILLER          PIC X(01).
               10  ENV-TIPO-ARQ    PIC X(12).
               10  FILLER          PIC X(01).
               10  ENV-DATA        PIC 9(08).
               10  FILLER          PIC X(01).
               10  ENV-SEQUENCIA   PIC 9(06).
           05  ENV-TRAILER REDEFINES ENV-CABECALHO.
               10  ENV-QTD         PIC 9(09).
               10  FILLER          PIC X(01).
               10  ENV-HASH        PIC 9(18).
               10  FILLER          PIC X(09).
