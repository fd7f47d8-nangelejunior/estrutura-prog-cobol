      *             MAIS ANTIGA PARA A MAIS RECENTE, CADA DIA COM O   *
      *             SEU PROPRIO SARQUIVO, TRAILER E HISTORICO -       *
      *             PARANDO NO PRIMEIRO DIA QUE FALHA.                *
      ******************************************************************
      * VERSAO 06 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - WS-IND-FORCA TAMBEM LIBERA UMA EXECUCAO DE        *
      *             PRODUCAO SUBMETIDA EM DIA NAO UTIL (SABADO,       *
      *             DOMINGO OU FERIADO DO CALENDARIO AUDITORIA.       *
      *             TB_FERIADO), QUE SEM ELE E RECUSADA.              *
      ******************************************************************
      * VERSAO 07 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - INDICADOR DE DIA NAO UTIL (WS-IND-NAO-UTIL), NA   *
      *             POSICAO 22 DO PARAMETRO: PASSA A SER ELE, E NAO   *
      *             MAIS O WS-IND-FORCA, QUE LIBERA A EXECUCAO DE     *
      *             PRODUCAO EM DIA NAO UTIL. WS-IND-FORCA VOLTA A    *
      *             VALER SO PARA A DUPLA SUBMISSAO. O LAYOUT NAO TEM *
      *             FILLER, POR ISSO O CAMPO ENTRA NO FIM; EM BRANCO  *
      *             E ASSUMIDO 'N'.                                   *
      ******************************************************************
       01  WS-PARM-EXECUCAO.
           03  WS-DATA-EXECUCAO            PIC 9(08).
           03  WS-IND-LOTE                 PIC X(01).
               88  WS-LOTE-SIM                     VALUE 'S'.
               88  WS-LOTE-NAO                     VALUE 'N'.
           03  WS-IND-NAO-UTIL             PIC X(01).
               88  WS-NAO-UTIL-SIM                 VALUE 'S'.
               88  WS-NAO-UTIL-NAO                 VALUE 'N'.
