      ******************************************************************
      * Copybook:  TRAVAJRN
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Linha do jornal de travas (TRAVAJRN), no nivel 05
      *            para o chamador por sob o proprio 01: cada registro,
      *            retomada, liberacao, recusa e limpeza de trava, com
      *            data, hora, o arquivo, quem pediu e - na recusa e na
      *            limpeza - quem detinha o arquivo. E a trilha para
      *            reconstituir quem estava com o mestre numa noite
      *            de sobreposicao.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o cadastro de travas.
      ******************************************************************
           05  JTR-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  JTR-HORA            PIC 9(06).
           05  FILLER              PIC X(01).
           05  JTR-EVENTO          PIC X(10).
           05  FILLER              PIC X(01).
           05  JTR-ARQUIVO         PIC X(12).
           05  FILLER              PIC X(01).
           05  JTR-PROGRAMA        PIC X(20).
           05  FILLER              PIC X(01).
           05  JTR-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  JTR-DET-PROGRAMA    PIC X(20).
           05  FILLER              PIC X(01).
           05  JTR-DET-OPERADOR    PIC X(08).
