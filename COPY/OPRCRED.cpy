      ******************************************************************
      * Copybook:  OPRCRED
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Parametro do modulo de credenciais: CALL
      *            'OPR-CREDENCIAL' USING CRD-PARAMETRO. Funcoes:
      *              H - resumo (CRD-HASH) de CRD-SENHA com CRD-CODIGO
      *                  como sal, para quem grava uma senha;
      *              A - autentica CRD-CODIGO/CRD-SENHA no sign-on;
      *              T - troca a senha de CRD-CODIGO (CRD-SENHA, a
      *                  atual, conferida de novo) por CRD-SENHA-NOVA;
      *              P - so le a politica (OPRPOLIT).
      *            A e T devolvem CRD-RESULTADO (OK, TROCAR, INVALIDO,
      *            BLOQUEADO, REPETIDA, SEM-ARQUIVO ou ERRO), o nome e o
      *            nivel do operador e as tentativas que restam antes
      *            do bloqueio; todas devolvem a politica em vigor
      *            (inclusive a de contas dormentes, usada pela
      *            recertificacao de acessos). O mesmo copybook e a
      *            LINKAGE do modulo.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o vencimento e o bloqueio de
      *     senha.
      *   - Politica de contas dormentes: CRD-DORMENCIA (dias sem
      *     sign-on) e CRD-AVISO-DORM (dias entre o aviso e a
      *     desativacao).
      ******************************************************************
       01  CRD-PARAMETRO.
           05  CRD-FUNCAO          PIC X(01).
               88  CRD-CALCULA-HASH    VALUE 'H'.
               88  CRD-AUTENTICA       VALUE 'A'.
               88  CRD-TROCA-SENHA     VALUE 'T'.
               88  CRD-LE-POLITICA     VALUE 'P'.
           05  CRD-CODIGO          PIC X(08).
           05  CRD-SENHA           PIC X(08).
           05  CRD-SENHA-NOVA      PIC X(08).
           05  CRD-HASH            PIC X(18).
           05  CRD-RESULTADO       PIC X(11).
               88  CRD-OK              VALUE 'OK'.
               88  CRD-TROCAR          VALUE 'TROCAR'.
               88  CRD-INVALIDO        VALUE 'INVALIDO'.
               88  CRD-BLOQUEADO       VALUE 'BLOQUEADO'.
               88  CRD-REPETIDA        VALUE 'REPETIDA'.
               88  CRD-SEM-ARQUIVO     VALUE 'SEM-ARQUIVO'.
               88  CRD-ERRO            VALUE 'ERRO'.
           05  CRD-NOME            PIC X(30).
           05  CRD-NIVEL           PIC 9(01).
           05  CRD-RESTANTES       PIC 9(02).
           05  CRD-MAX-FALHAS      PIC 9(02).
           05  CRD-VALIDADE        PIC 9(04).
           05  CRD-HISTORICO       PIC 9(01).
           05  CRD-DORMENCIA       PIC 9(04).
           05  CRD-AVISO-DORM      PIC 9(03).
