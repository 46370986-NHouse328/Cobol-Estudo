      ******************************************************************
      * Copybook:  TRAVA
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Registro do cadastro de travas de uso exclusivo
      *            (TRAVAREG, indexado pelo nome logico do arquivo),
      *            no nivel 05 para o chamador por sob o proprio 01.
      *            Uma linha por arquivo mestre compartilhado em
      *            atualizacao: quem o detem (programa e operador, ou
      *            LOTE na cadeia noturna) e desde quando. Gravada e
      *            apagada por TRAVA-ARQ; listada e, pelo supervisor,
      *            limpa por TRAVA-MANUTENCAO.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o cadastro de travas.
      ******************************************************************
           05  TRV-ARQUIVO         PIC X(12).
           05  TRV-PROGRAMA        PIC X(20).
           05  TRV-OPERADOR        PIC X(08).
           05  TRV-DATA            PIC 9(08).
           05  TRV-HORA            PIC 9(06).
