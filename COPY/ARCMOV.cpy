      ******************************************************************
      * Copybook:  ARCMOV
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Registro do razao de movimento do arquivo morto
      *            (ARQARCCTL, LINE SEQUENTIAL, so acrescimo), no nivel
      *            05 para o chamador por sob o proprio 01: uma linha
      *            por execucao de CPF-EXPURGO (CPFs levados do extrato
      *            vivo para ARQCPFARC) ou de CPF-RESTAURA (trazidos de
      *            volta), com a data, a quantidade, a faixa de datas
      *            de geracao movida, a area solicitante (so na
      *            restauracao) e o operador. ARQCPFARC guarda so o
      *            registro do CPF; quando e quanto se moveu fica aqui.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o relatorio gerencial mensal.
      ******************************************************************
           05  AMV-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AMV-MOVIMENTO       PIC X(08).
               88  AMV-EXPURGO         VALUE 'EXPURGO'.
               88  AMV-RESTAURACAO     VALUE 'RESTAURA'.
           05  FILLER              PIC X(01).
           05  AMV-QTD             PIC 9(11).
           05  FILLER              PIC X(01).
           05  AMV-DATA-INI        PIC 9(08).
           05  FILLER              PIC X(01).
           05  AMV-DATA-FIM        PIC 9(08).
           05  FILLER              PIC X(01).
           05  AMV-AREA            PIC X(08).
           05  FILLER              PIC X(01).
           05  AMV-OPERADOR        PIC X(08).
