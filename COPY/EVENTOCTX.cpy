      ******************************************************************
      * Copybook:  EVENTOCTX
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Contexto do proximo evento, compartilhado por
      *            EXTERNAL entre um programa e o gravador de falhas
      *            GRAVA-ERRO-LOG dentro da mesma execucao: o programa
      *            que sabe mais que o FILE STATUS preenche o codigo e
      *            a severidade antes de chamar o gravador (o vigia da
      *            geracao, por exemplo), e a geracao deixa o numero
      *            do run para toda falha gravada dali em diante. O
      *            gravador usa codigo e severidade uma vez so e os
      *            limpa; o run fica. Sem preenchimento - a area vem
      *            zerada - o evento sai com o codigo FSnn do FILE
      *            STATUS, severidade ERRO e run zero.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o feed de eventos.
      ******************************************************************
       01  EVENTO-CONTEXTO EXTERNAL.
           05  EVC-CODIGO          PIC X(08).
           05  EVC-SEVERIDADE      PIC X(08).
           05  EVC-RUN             PIC 9(10).
