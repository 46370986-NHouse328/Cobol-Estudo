      ******************************************************************
      * Copybook:  CNPJ-ALFA
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Alfabeto do CNPJ alfanumerico: as doze primeiras
      *            posicoes podem ser digito ou letra maiuscula, e o
      *            calculo dos verificadores usa o valor de cada
      *            caractere (codigo ASCII menos 48: '0'..'9' valem
      *            0..9, 'A'..'Z' valem 17..42). A tabela da o valor
      *            pela POSICAO do caractere, sem depender do codigo
      *            da maquina: posicao 1 a 10 vale posicao - 1, 11 a
      *            36 vale posicao + 6. Compartilhado pelo modulo de
      *            digito, pelo elo da trilha de auditoria e pela
      *            geracao de CNPJ.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o CNPJ alfanumerico.
      ******************************************************************
       01  TAB-CNPJ-ALFA.
           05  FILLER              PIC X(36) VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  TAB-CNPJ-ALFA-RED REDEFINES TAB-CNPJ-ALFA.
           05  CNPJ-ALFA-CAR       PIC X(01) OCCURS 36.
