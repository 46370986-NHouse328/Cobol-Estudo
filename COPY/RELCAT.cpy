      ******************************************************************
      * Copybook:  RELCAT
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Entrada do catalogo de relatorios (RELCAT), no nivel
      *            05 para o chamador por sob o proprio 01: um relatorio
      *            gravado por um programa do sistema - tipo (o nome
      *            logico do relatorio), data e hora, run da geracao,
      *            operador ou LOTE, programa, quantidade de linhas
      *            guardadas na biblioteca RELBIB e o nome fisico do
      *            arquivo solto no diretorio de trabalho. Gravada por
      *            REGISTRA-RELATORIO; a retencao (RELATORIO-RETENCAO)
      *            regrava a entrada como ARQUIVADO, sem apaga-la - o
      *            catalogo e a prova de que o relatorio existiu.
      *            RCT-ID: data e hora (HHMMSSCC) do registro mais um
      *            sufixo sequencial, como no feed de eventos.
      *            RCT-ESCOPO: T o arquivo inteiro e do relatorio (a
      *            retencao pode remover o arquivo solto); U so as
      *            ultimas linhas de um arquivo que acumula, como os
      *            certificados (o arquivo solto nunca e removido).
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o catalogo de relatorios.
      ******************************************************************
           05  RCT-ID.
               10  RCT-ID-DATA     PIC 9(08).
               10  RCT-ID-HORA     PIC 9(08).
               10  RCT-ID-SUFIXO   PIC 9(04).
           05  FILLER              PIC X(01).
           05  RCT-TIPO            PIC X(12).
           05  FILLER              PIC X(01).
           05  RCT-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCT-HORA            PIC 9(06).
           05  FILLER              PIC X(01).
           05  RCT-RUN             PIC 9(10).
           05  FILLER              PIC X(01).
           05  RCT-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  RCT-PROGRAMA        PIC X(30).
           05  FILLER              PIC X(01).
           05  RCT-LINHAS          PIC 9(07).
           05  FILLER              PIC X(01).
           05  RCT-ESCOPO          PIC X(01).
               88  RCT-ARQUIVO-INTEIRO VALUE 'T'.
               88  RCT-ULTIMAS-LINHAS  VALUE 'U'.
           05  FILLER              PIC X(01).
           05  RCT-SITUACAO        PIC X(09).
               88  RCT-ATIVO           VALUE 'ATIVO'.
               88  RCT-ARQUIVADO       VALUE 'ARQUIVADO'.
           05  FILLER              PIC X(01).
           05  RCT-ARQUIVO         PIC X(100).
