      ******************************************************************
      * Copybook:  EVENTO
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Registro do feed de eventos (EVENTOS), no nivel 05
      *            para o chamador por sob o proprio 01: a linha unica
      *            de formato fixo que a ferramenta de monitoracao le
      *            no lugar do console. Falhas de arquivo (ERRLOG),
      *            limites estourados (LOTE-ALERTAS), alertas do vigia
      *            da geracao e etapas da cadeia que param caem todos
      *            aqui, com a situacao ABERTO. O arquivo so cresce:
      *            o reconhecimento e o fechamento pelo supervisor
      *            (EVENTO-MANUTENCAO) sao novas linhas com o mesmo
      *            EVT-ID e os demais campos do evento repetidos,
      *            carimbadas com a hora e o operador da mudanca - a
      *            situacao de um evento e a da sua ultima linha.
      *            EVT-ID: data e hora (HHMMSSCC) da abertura mais um
      *            sufixo de quatro digitos, sequencial entre os
      *            eventos abertos no mesmo centesimo de segundo.
      *            Severidade: AVISO, ERRO ou CRITICO.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o feed de eventos.
      ******************************************************************
           05  EVT-ID.
               10  EVT-ID-DATA     PIC 9(08).
               10  EVT-ID-HORA     PIC 9(08).
               10  EVT-ID-SUFIXO   PIC 9(04).
           05  FILLER              PIC X(01).
           05  EVT-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  EVT-HORA            PIC 9(06).
           05  FILLER              PIC X(01).
           05  EVT-PROGRAMA        PIC X(20).
           05  FILLER              PIC X(01).
           05  EVT-SEVERIDADE      PIC X(08).
           05  FILLER              PIC X(01).
           05  EVT-CODIGO          PIC X(08).
           05  FILLER              PIC X(01).
           05  EVT-OBJETO          PIC X(20).
           05  FILLER              PIC X(01).
           05  EVT-RUN             PIC 9(10).
           05  FILLER              PIC X(01).
           05  EVT-SITUACAO        PIC X(11).
               88  EVT-ABERTO          VALUE 'ABERTO'.
               88  EVT-RECONHECIDO     VALUE 'RECONHECIDO'.
               88  EVT-FECHADO         VALUE 'FECHADO'.
           05  FILLER              PIC X(01).
           05  EVT-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  EVT-TEXTO           PIC X(72).
