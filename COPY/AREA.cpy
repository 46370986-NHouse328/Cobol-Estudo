      ******************************************************************
      * Copybook:  AREA
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Registro do cadastro de areas (ARQAREA, indexado
      *            por ARE-CODIGO), no nivel 05 para o chamador por
      *            sob o proprio 01: a manutencao AREA-MANUTENCAO, o
      *            modulo de conferencia AREA-VALIDA e o mapeamento
      *            dos codigos antigos usam o mesmo layout. O codigo e
      *            sempre maiusculo; ARE-ATIVA segue OPR-ATIVO
      *            (A ativa, I inativa). Nas cotas, zero e sem limite.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o cadastro de areas.
      *   - Acrescentadas as cotas de alocacao da area: ARE-COTA-
      *     MAXIMA, o maximo de CPFs detidos em ARQALOC ao mesmo
      *     tempo, e ARE-COTA-PEDIDO, o maximo concedido num pedido.
      *   - Acrescentado ARE-PRAZO-DIAS, o prazo padrao (em dias) das
      *     alocacoes da area, de onde sai o vencimento de cada
      *     alocacao e de cada renovacao; zero e sem vencimento.
      *   - Acrescentado ARE-PERFIL-ENTREGA, o perfil do arquivo que
      *     CPF-ENTREGA gera para a area: formato (P padrao antigo,
      *     D delimitado, F largura fixa), delimitador, campos em
      *     ordem (C CPF, G data de geracao, N numero da entrega,
      *     A area, E data da entrega), CPF pontuado ou so digitos,
      *     formato das datas (A AAAAMMDD, B DD/MM/AAAA, I
      *     AAAA-MM-DD), cabecalho e trailer opcionais e a versao do
      *     perfil, somada a cada mudanca. Formato em branco vale
      *     como P.
      *   - ARE-PRF-TRAILER fica sempre S: todo arquivo de entrega
      *     termina no trailer de controle, com ou sem perfil.
      ******************************************************************
           05  ARE-CODIGO          PIC X(08).
           05  ARE-NOME            PIC X(30).
           05  ARE-RESPONSAVEL     PIC X(30).
           05  ARE-CENTRO-CUSTO    PIC X(10).
           05  ARE-ATIVA           PIC X(01).
               88  ARE-E-ATIVA             VALUE 'A'.
               88  ARE-E-INATIVA           VALUE 'I'.
           05  ARE-DATA-INCLUSAO   PIC 9(08).
           05  ARE-DATA-ALTERACAO  PIC 9(08).
           05  ARE-COTA-MAXIMA     PIC 9(09).
           05  ARE-COTA-PEDIDO     PIC 9(07).
           05  ARE-PRAZO-DIAS      PIC 9(04).
           05  ARE-PERFIL-ENTREGA.
               10  ARE-PRF-FORMATO     PIC X(01).
                   88  ARE-PRF-PADRAO          VALUE 'P' ' '.
                   88  ARE-PRF-DELIMITADO      VALUE 'D'.
                   88  ARE-PRF-FIXO            VALUE 'F'.
               10  ARE-PRF-DELIMITADOR PIC X(01).
               10  ARE-PRF-CAMPOS      PIC X(06).
               10  ARE-PRF-CPF         PIC X(01).
                   88  ARE-PRF-CPF-PONTUADO    VALUE 'P'.
                   88  ARE-PRF-CPF-DIGITOS     VALUE 'N'.
               10  ARE-PRF-DATA        PIC X(01).
                   88  ARE-PRF-DATA-VALIDA     VALUE 'A' 'B' 'I'.
               10  ARE-PRF-CABECALHO   PIC X(01).
               10  ARE-PRF-TRAILER     PIC X(01).
               10  ARE-PRF-VERSAO      PIC 9(03).
