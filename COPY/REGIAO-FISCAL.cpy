      ******************************************************************
      * Copybook:  REGIAO-FISCAL
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Regioes fiscais da Receita, identificadas pelo 9o
      *            digito do CPF (o ultimo antes dos verificadores).
      *            A tabela e indexada pelo digito + 1 e traz as UFs
      *            atendidas por cada regiao. Compartilhada pela
      *            geracao (filtro por regiao), pela distribuicao,
      *            pela consulta e pelo validador.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com a selecao de CPFs por regiao
      *     fiscal.
      ******************************************************************
       01  TAB-REGIAO-FISCAL.
           05  FILLER              PIC X(17) VALUE 'RS'.
           05  FILLER              PIC X(17) VALUE 'DF GO MS MT TO'.
           05  FILLER              PIC X(17) VALUE 'AC AM AP PA RO RR'.
           05  FILLER              PIC X(17) VALUE 'CE MA PI'.
           05  FILLER              PIC X(17) VALUE 'AL PB PE RN'.
           05  FILLER              PIC X(17) VALUE 'BA SE'.
           05  FILLER              PIC X(17) VALUE 'MG'.
           05  FILLER              PIC X(17) VALUE 'ES RJ'.
           05  FILLER              PIC X(17) VALUE 'SP'.
           05  FILLER              PIC X(17) VALUE 'PR SC'.
       01  TAB-REGIAO-FISCAL-RED REDEFINES TAB-REGIAO-FISCAL.
           05  REGIAO-FISCAL-UFS   PIC X(17) OCCURS 10.
