      *     *                EM BRANCO E UMA MENSAGEM VAI PARA O       * MODL2
      *     *                SYSOUT.                                   * MODL2
      *     *----------------------------------------------------------* MODL2
      *     * VERSAO 04    - FABRICA DE SOFTWARE      -     15.10.2026 * MODL2
      *     *              - A LINHA DE TOTAL POR EMPRESA PASSA A      * MODL2
      *     *                MOSTRAR O NOME DA EMPRESA, LIDO DO        * MODL2
      *     *                CADASTRO DE EMPRESAS (AUDITORIA.          * MODL2
      *     *                TB_EMPRESA). FALHA NA CARGA NAO IMPEDE O  * MODL2
      *     *                RELATORIO - OS NOMES SAEM EM BRANCO E UMA * MODL2
      *     *                MENSAGEM VAI PARA O SYSOUT.               * MODL2
      *     *----------------------------------------------------------* MODL2
      ****************************************************************** MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
               05  WS-TB-TRN-DESCRICAO  PIC X(30).                       MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
      *    AREA DO CADASTRO DE EMPRESAS                                * MODL2
      ****************************************************************** MODL2
      *--- CODIGO E NOME VEM DA TABELA AUDITORIA.TB_EMPRESA, EM        * MODL2
      *--- QUALQUER SITUACAO (O RELATORIO PODE COBRIR UMA GERACAO      * MODL2
      *--- ANTIGA DE EMPRESA JA ENCERRADA).                            * MODL2
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.    MODL2
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.      MODL2
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.      MODL2
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.      MODL2
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.      MODL2
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.    MODL2
       01  WS-TAB-CADASTRO.                                              MODL2
           03  WS-TB-CAD           OCCURS  1 TO 500                      MODL2
                                   DEPENDING ON WS-QT-CADASTRO           MODL2
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA    MODL2
                                   INDEXED BY I01-CAD.                   MODL2
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                       MODL2
               05  WS-TB-CAD-NOME       PIC X(30).                       MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
      *    AREA DE TOTALIZACAO                                         * MODL2
      ****************************************************************** MODL2
       01  WS-EMPRESA-ANT          PIC     9(04)         VALUE ZEROS.    MODL2
           03  SUB-QTDE            PIC     ZZZ.ZZZ.ZZ9.                  MODL2
           03  FILLER              PIC     X(02)         VALUE SPACES.   MODL2
           03  SUB-VALOR           PIC     -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.        MODL2
           03  FILLER              PIC     X(02)         VALUE SPACES.   MODL2
           03  SUB-NOME            PIC     X(30).                        MODL2
           03  FILLER              PIC     X(44)         VALUE SPACES.   MODL2
      *                                                                  MODL2
       01  WS-LIN-TOTGERAL.                                              MODL2
           03  FILLER              PIC     X(01)         VALUE SPACES.   MODL2
      ****************************************************************** MODL2
       01  WS-TRN-CODIGO           PIC     X(04)         VALUE SPACES.   MODL2
       01  WS-TRN-DESCRICAO        PIC     X(30)         VALUE SPACES.   MODL2
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS     MODL2
                                                         COMP.           MODL2
       01  WS-EMP-NOME             PIC     X(30)         VALUE SPACES.   MODL2
      *                                                                  MODL2
       EXEC SQL                                                          MODL2
           INCLUDE SQLCA                                                 MODL2
             FROM AUDITORIA.TB_COD_TRANSACAO                             MODL2
            ORDER BY COD_TRANSACAO                                       MODL2
       END-EXEC.                                                         MODL2
      *                                                                  MODL2
       EXEC SQL                                                          MODL2
           DECLARE C-EMPRESA CURSOR FOR                                  MODL2
           SELECT COD_EMPRESA, NOM_EMPRESA                               MODL2
             FROM AUDITORIA.TB_EMPRESA                                   MODL2
            ORDER BY COD_EMPRESA                                         MODL2
       END-EXEC.                                                         MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
       77  FILLER                  PIC     X(38)         VALUE           MODL2
           END-IF.                                                       MODL2
      *                                                                  MODL2
           PERFORM RTCARGATRANSACOES.                                    MODL2
      *                                                                  MODL2
           PERFORM RTCARGAEMPRESAS.                                      MODL2
      *                                                                  MODL2
       RTINICIALIZAX.                  EXIT.                             MODL2
      *                                                                  MODL2
       RTPROCURATRANSACAOX.            EXIT.                             MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               * MODL2
      ****************************************************************** MODL2
       RTCARGAEMPRESAS                 SECTION.                          MODL2
      *                                                                  MODL2
      *--- MESMO CRITERIO DA CARGA DOS CODIGOS DE TRANSACAO: FALHA     * MODL2
      *--- AQUI SO DEIXA OS NOMES EM BRANCO, SEM ALTERAR O RETORNO.    * MODL2
           MOVE ZEROS                  TO WS-QT-CADASTRO.                MODL2
      *                                                                  MODL2
           EXEC SQL                                                      MODL2
               OPEN C-EMPRESA                                            MODL2
           END-EXEC.                                                     MODL2
      *                                                                  MODL2
           IF SQLCODE                  NOT EQUAL ZEROS                   MODL2
               DISPLAY '#MODL2.912I - NOMES DE EMPRESA INDISPONIVEIS -'  MODL2
               DISPLAY '#MODL2.912I - SQLCODE = ' SQLCODE                MODL2
               GO TO RTCARGAEMPRESASX                                    MODL2
           END-IF.                                                       MODL2
      *                                                                  MODL2
           EXEC SQL                                                      MODL2
               FETCH C-EMPRESA                                           MODL2
                INTO :WS-EMP-CODIGO, :WS-EMP-NOME                        MODL2
           END-EXEC.                                                     MODL2
      *                                                                  MODL2
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                         MODL2
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX         MODL2
               ADD 1                   TO WS-QT-CADASTRO                 MODL2
               SET I01-CAD             TO WS-QT-CADASTRO                 MODL2
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)     MODL2
               MOVE WS-EMP-NOME        TO WS-TB-CAD-NOME(I01-CAD)        MODL2
               EXEC SQL                                                  MODL2
                   FETCH C-EMPRESA                                       MODL2
                    INTO :WS-EMP-CODIGO, :WS-EMP-NOME                    MODL2
               END-EXEC                                                  MODL2
           END-PERFORM.                                                  MODL2
      *                                                                  MODL2
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100          MODL2
               DISPLAY '#MODL2.912I - NOMES DE EMPRESA INCOMPLETOS -'    MODL2
               DISPLAY '#MODL2.912I - SQLCODE = ' SQLCODE                MODL2
           END-IF.                                                       MODL2
      *                                                                  MODL2
           EXEC SQL                                                      MODL2
               CLOSE C-EMPRESA                                           MODL2
           END-EXEC.                                                     MODL2
      *                                                                  MODL2
       RTCARGAEMPRESASX.               EXIT.                             MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   * MODL2
      ****************************************************************** MODL2
       RTPROCURAEMPRESA                SECTION.                          MODL2
      *                                                                  MODL2
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                          MODL2
      *                                                                  MODL2
           IF WS-QT-CADASTRO           EQUAL ZEROS                       MODL2
               GO TO RTPROCURAEMPRESAX                                   MODL2
           END-IF.                                                       MODL2
      *                                                                  MODL2
           SEARCH ALL WS-TB-CAD                                          MODL2
               AT END                                                    MODL2
                   CONTINUE                                              MODL2
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                           MODL2
                                       EQUAL WS-EMPRESA-TESTE            MODL2
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                     MODL2
           END-SEARCH.                                                   MODL2
      *                                                                  MODL2
       RTPROCURAEMPRESAX.              EXIT.                             MODL2
      *                                                                  MODL2
      ****************************************************************** MODL2
      *    ROTINA DE IMPRESSAO DO RELATORIO                            * MODL2
      ****************************************************************** MODL2
       RTIMPRIME                       SECTION.                          MODL2
           MOVE WS-EMPRESA-ANT         TO SUB-EMPRESA.                   MODL2
           MOVE WS-TOT-EMP-QTDE        TO SUB-QTDE.                      MODL2
           MOVE WS-TOT-EMP-VALOR       TO SUB-VALOR.                     MODL2
      *                                                                  MODL2
      *--- NOME DA EMPRESA, DO CADASTRO. EMPRESA SEM CADASTRO (OU      * MODL2
      *--- CARGA INDISPONIVEL) SAI EM BRANCO.                          * MODL2
           MOVE WS-EMPRESA-ANT         TO WS-EMPRESA-TESTE.              MODL2
           PERFORM RTPROCURAEMPRESA.                                     MODL2
           IF WS-EMPRESA-ACHADA-SIM                                      MODL2
               MOVE WS-TB-CAD-NOME(I01-CAD) TO SUB-NOME                  MODL2
           ELSE                                                          MODL2
               MOVE SPACES             TO SUB-NOME                       MODL2
           END-IF.                                                       MODL2
      *                                                                  MODL2
           MOVE WS-LIN-SUBTOTAL        TO WS-LINHA.                      MODL2
           PERFORM RTESCREVE.                                            MODL2
