      ******************************************************************
      * Copybook:  LAYCAT
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Catalogo embutido de layouts para o dump por layout
      *            de LER-ARQUIVO: os descritores (cartoes LAYARQ) dos
      *            arquivos principais da cadeia, para o suporte ler
      *            qualquer um deles sem saber o layout de cor. Um
      *            cartao do arquivo LAYOUTARQ com o mesmo nome logico
      *            tem precedencia sobre o daqui - e por ali que entra
      *            arquivo fora do catalogo ou layout que mudou antes
      *            de o catalogo acompanhar. Os FILLERs dos registros
      *            com separadores tambem estao descritos, para o dump
      *            mostrar a linha inteira, coluna por coluna.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o dump por layout: manifesto e
      *     historico de manifestos, status da geracao, controle do
      *     lote, alocacoes, ARQCPF2, mestres de CPF, do cadastro e
      *     de CNPJ, lista de exclusao e cadastro de areas.
      ******************************************************************
       01  TAB-LAYCAT.
           05  FILLER              PIC X(42) VALUE
               'AARQCPF2MF   MANIFESTO DA GERACAO00000000S'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-DATA-EXEC        000100089'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-CPF-INICIO       000900119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-CPF-LIMITE       002000119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-QTD-CPF-VAL      003100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-QTD-CPF-DUP      004200119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-QTD-CPF-BLK      005300119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-NUM-RUN          006400109'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-OPERADOR         00740008X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MF   MF-MODO-GER         008200019'.
           05  FILLER              PIC X(42) VALUE
               'AARQCPF2MFH  HISTORICO MANIFESTOS00000000S'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-DATA-EXEC        000100089'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-CPF-INICIO       000900119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-CPF-LIMITE       002000119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-QTD-CPF-VAL      003100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-QTD-CPF-DUP      004200119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-QTD-CPF-BLK      005300119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-NUM-RUN          006400109'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-OPERADOR         00740008X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2MFH  MF-MODO-GER         008200019'.
           05  FILLER              PIC X(42) VALUE
               'AARQCPFSTA   STATUS DA GERACAO   00000000S'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   STA-DATA            000100089'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   FILLER              00090001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   STA-HORA            001000069'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   FILLER              00160005X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   STA-CPF-ATUAL       002100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   FILLER              00320005X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   STA-PERCENTUAL      003700039'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   FILLER              00400010X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   STA-GRAVADOS        005000119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   FILLER              00610010X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFSTA   STA-PREVISAO        007100069'.
           05  FILLER              PIC X(42) VALUE
               'ALOTECTL     CONTROLE DO LOTE    00000000S'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-DATA            000100089'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00090001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-ETAPA           00100020X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00300001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-INICIO          003100069'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00370001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-FIM             003800069'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00440001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-RC              004500039'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00480001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-PRM-NOME        00490010X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00590001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-PRM-VALOR       00600020X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00800001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-PRM-ORIGEM      00810008X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     FILLER              00890001X'.
           05  FILLER              PIC X(42) VALUE
               'CLOTECTL     CTL-PRM-VIGOR       00900008X'.
           05  FILLER              PIC X(42) VALUE
               'AARQALOC     ALOCACOES DE CPF    00010011I'.
           05  FILLER              PIC X(42) VALUE
               'CARQALOC     ALO-CPF             000100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQALOC     ALO-AREA            00120008X'.
           05  FILLER              PIC X(42) VALUE
               'CARQALOC     ALO-DATA            002000089'.
           05  FILLER              PIC X(42) VALUE
               'CARQALOC     ALO-NUM-RUN         002800109'.
           05  FILLER              PIC X(42) VALUE
               'CARQALOC     ALO-DATA-EXPIRA     003800089'.
           05  FILLER              PIC X(42) VALUE
               'CARQALOC     ALO-QTD-RENOV       004600039'.
           05  FILLER              PIC X(42) VALUE
               'AARQCPF2     CPFS GERADOS        00010011I'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2     CPF-OUT             000100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2     CPF-OUT-PONTUADO    00120014X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPF2     CPF-DATA-GERACAO    002600089'.
           05  FILLER              PIC X(42) VALUE
               'AARQCPFMST   MESTRE DE CPF       00010011I'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFMST   MST-CPF             000100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFMST   MST-CPF-PONTUADO    00120014X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFMST   MST-DATA-GERACAO    002600089'.
           05  FILLER              PIC X(42) VALUE
               'AARQCPFBLK   LISTA DE EXCLUSAO   00010011I'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFBLK   BLK-CPF             000100119'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFBLK   BLK-DATA-INCLUSAO   001200089'.
           05  FILLER              PIC X(42) VALUE
               'CARQCPFBLK   BLK-MOTIVO          00200004X'.
           05  FILLER              PIC X(42) VALUE
               'ACADMST      MESTRE DO CADASTRO  00010011I'.
           05  FILLER              PIC X(42) VALUE
               'CCADMST      CADM-CPF            000100119'.
           05  FILLER              PIC X(42) VALUE
               'CCADMST      CADM-NOME           00120040X'.
           05  FILLER              PIC X(42) VALUE
               'CCADMST      CADM-SITUACAO       00520001X'.
           05  FILLER              PIC X(42) VALUE
               'AARQCNPJMST  MESTRE DE CNPJ      00010014I'.
           05  FILLER              PIC X(42) VALUE
               'CARQCNPJMST  CNA-CNPJ            00010014X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCNPJMST  CNA-CNPJ-PONTUADO   00150018X'.
           05  FILLER              PIC X(42) VALUE
               'CARQCNPJMST  CNA-DATA-GERACAO    003300089'.
           05  FILLER              PIC X(42) VALUE
               'AARQAREA     CADASTRO DE AREAS   00010008I'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-CODIGO          00010008X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-NOME            00090030X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-RESPONSAVEL     00390030X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-CENTRO-CUSTO    00690010X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-ATIVA           00790001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-DATA-INCLUSAO   008000089'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-DATA-ALTERACAO  008800089'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-COTA-MAXIMA     009600099'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-COTA-PEDIDO     010500079'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRAZO-DIAS      011200049'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-FORMATO     01160001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-DELIMITADOR 01170001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-CAMPOS      01180006X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-CPF         01240001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-DATA        01250001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-CABECALHO   01260001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-TRAILER     01270001X'.
           05  FILLER              PIC X(42) VALUE
               'CARQAREA     ARE-PRF-VERSAO      012800039'.
       01  TAB-LAYCAT-RED REDEFINES TAB-LAYCAT.
           05  LAYCAT-CARTAO       PIC X(42) OCCURS 96.
       01  QTD-LAYCAT              PIC 9(04) VALUE 96.
