      *     *              TRANSACAO, COM SUBTOTAL POR EMPRESA E TOTAL   MODL3
      *     *              GERAL;                                        MODL3
      *     *            - O CONFRONTO COM AUDITORIA.TB_HIST_EXECUCAO,   MODL3
      *     *              APONTANDO OS DIAS UTEIS DO MES (SEGUNDA A     MODL3
      *     *              SEXTA, FORA OS FERIADOS DO CALENDARIO         MODL3
      *     *              AUDITORIA.TB_FERIADO) SEM NENHUMA             MODL3
      *     *              EXECUCAO DE PRODUCAO CONCLUIDA COM RETORNO    MODL3
      *     *              ZERO - O DIA FALTANTE SILENCIOSO QUE A        MODL3
      *     *              PLANILHA NUNCA PEGA.                          MODL3
      *     *                SYS010, NO LUGAR DO MESTRE (VIDE JOB      * MODL3
      *     *                MODEL03J).                                * MODL3
      *     *----------------------------------------------------------* MODL3
      *     * VERSAO 03    - FABRICA DE SOFTWARE      -     15.10.2026 * MODL3
      *     *              - A LINHA DE TOTAL POR EMPRESA DO RESUMO    * MODL3
      *     *                PASSA A MOSTRAR O NOME DA EMPRESA, LIDO   * MODL3
      *     *                DO CADASTRO DE EMPRESAS (AUDITORIA.       * MODL3
      *     *                TB_EMPRESA). FALHA NA CARGA NAO IMPEDE O  * MODL3
      *     *                RELATORIO - OS NOMES SAEM EM BRANCO E UMA * MODL3
      *     *                MENSAGEM VAI PARA O SYSOUT.               * MODL3
      *     *----------------------------------------------------------* MODL3
      *     * VERSAO 04    - FABRICA DE SOFTWARE      -     15.10.2026 * MODL3
      *     *              - O CONFRONTO COM O HISTORICO PASSA A PULAR * MODL3
      *     *                OS FERIADOS DO CALENDARIO DE DIAS UTEIS   * MODL3
      *     *                (AUDITORIA.TB_FERIADO): SO DIA UTIL DE    * MODL3
      *     *                VERDADE SAI COMO FALTANTE. FALHA NA CARGA * MODL3
      *     *                DO CALENDARIO NAO IMPEDE O RELATORIO - OS * MODL3
      *     *                FERIADOS PODEM SAIR APONTADOS (RC 0092).  * MODL3
      *     *----------------------------------------------------------* MODL3
      ****************************************************************** MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
       01  WS-CT-FORA-DO-MES       PIC     9(03)         VALUE ZEROS.    MODL3
       01  WS-CT-MESTRES           PIC     9(03)         VALUE ZEROS.    MODL3
       01  WS-CT-DIAS-SEM-EXEC     PIC     9(03)         VALUE ZEROS.    MODL3
       01  WS-CT-FERIADOS-MES      PIC     9(03)         VALUE ZEROS.    MODL3
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.    MODL3
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.    MODL3
      *                                                                  MODL3
       01  FILLER REDEFINES WS-DIAS-MES-TAB.                             MODL3
           03  WS-DIAS-MES         PIC     9(02)         OCCURS 12.      MODL3
      *                                                                  MODL3
      *--- FERIADOS DO MES DE REFERENCIA (AUDITORIA.TB_FERIADO),       * MODL3
      *--- CARREGADOS EM RTCARGAFERIADOS JA ORDENADOS PARA A BUSCA     * MODL3
      *--- BINARIA DE RTVERIFICADIA.                                   * MODL3
       01  WS-FERIADO-ACHADO       PIC     X(01)         VALUE 'N'.      MODL3
           88  WS-FERIADO-ACHADO-SIM                     VALUE 'S'.      MODL3
           88  WS-FERIADO-ACHADO-NAO                     VALUE 'N'.      MODL3
       01  WS-QT-FERIADOS-MAX      PIC     9(02)         VALUE 31.       MODL3
       01  WS-QT-FERIADOS          PIC     9(02)         VALUE ZEROS.    MODL3
       01  WS-TAB-FERIADOS.                                              MODL3
           03  WS-TB-FER           OCCURS  1 TO 31                       MODL3
                                   DEPENDING ON WS-QT-FERIADOS           MODL3
                                   ASCENDING KEY IS WS-TB-FER-DATA       MODL3
                                   INDEXED BY I01-FER.                   MODL3
               05  WS-TB-FER-DATA       PIC 9(08).                       MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    AREA DA GERACAO CORRENTE                                    * MODL3
      ****************************************************************** MODL3
               05  WS-TB-RES-VALOR     PIC S9(15)V99 COMP-3.             MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    AREA DO CADASTRO DE EMPRESAS                                * MODL3
      ****************************************************************** MODL3
      *--- CODIGO E NOME VEM DA TABELA AUDITORIA.TB_EMPRESA, EM       *  MODL3
      *--- QUALQUER SITUACAO (O MES PODE CONTER EMPRESA ENCERRADA     *  MODL3
      *--- NO MEIO DO PERIODO).                                       *  MODL3
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.    MODL3
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.      MODL3
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.      MODL3
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.      MODL3
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.      MODL3
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.    MODL3
       01  WS-TAB-CADASTRO.                                              MODL3
           03  WS-TB-CAD           OCCURS  1 TO 500                      MODL3
                                   DEPENDING ON WS-QT-CADASTRO           MODL3
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA    MODL3
                                   INDEXED BY I01-CAD.                   MODL3
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                       MODL3
               05  WS-TB-CAD-NOME       PIC X(30).                       MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    AREA DE TOTALIZACAO                                         * MODL3
      ****************************************************************** MODL3
       01  WS-EMPRESA-ANT          PIC     9(04)         VALUE ZEROS.    MODL3
           03  SUB-QTDE            PIC     ZZZ.ZZZ.ZZ9.                  MODL3
           03  FILLER              PIC     X(02)         VALUE SPACES.   MODL3
           03  SUB-VALOR           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.         MODL3
           03  FILLER              PIC     X(02)         VALUE SPACES.   MODL3
           03  SUB-NOME            PIC     X(30).                        MODL3
           03  FILLER              PIC     X(42)         VALUE SPACES.   MODL3
      *                                                                  MODL3
       01  WS-LIN-TOTGERAL.                                              MODL3
           03  FILLER              PIC     X(01)         VALUE SPACES.   MODL3
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.   MODL3
       01  WS-HIST-QTDE            PIC    S9(09)         VALUE ZEROS     MODL3
                                                         COMP.           MODL3
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS     MODL3
                                                         COMP.           MODL3
       01  WS-EMP-NOME             PIC     X(30)         VALUE SPACES.   MODL3
       01  WS-FER-DATA             PIC     X(08)         VALUE SPACES.   MODL3
       01  WS-FER-DATA-INI         PIC     X(08)         VALUE SPACES.   MODL3
       01  WS-FER-DATA-FIM         PIC     X(08)         VALUE SPACES.   MODL3
      *                                                                  MODL3
       EXEC SQL                                                          MODL3
           INCLUDE SQLCA                                                 MODL3
       END-EXEC.                                                         MODL3
      *                                                                  MODL3
       EXEC SQL                                                          MODL3
           DECLARE C-EMPRESA CURSOR FOR                                  MODL3
           SELECT COD_EMPRESA, NOM_EMPRESA                               MODL3
             FROM AUDITORIA.TB_EMPRESA                                   MODL3
            ORDER BY COD_EMPRESA                                         MODL3
       END-EXEC.                                                         MODL3
      *                                                                  MODL3
       EXEC SQL                                                          MODL3
           DECLARE C-FERIADO CURSOR FOR                                  MODL3
           SELECT DAT_FERIADO                                            MODL3
             FROM AUDITORIA.TB_FERIADO                                   MODL3
            WHERE DAT_FERIADO BETWEEN :WS-FER-DATA-INI                   MODL3
                                  AND :WS-FER-DATA-FIM                   MODL3
            ORDER BY DAT_FERIADO                                         MODL3
       END-EXEC.                                                         MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
       77  FILLER                  PIC     X(38)         VALUE           MODL3
               CLOSE SARQUIVO                                            MODL3
               PERFORM RTFINALIZA                                        MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           PERFORM RTCARGAEMPRESAS.                                      MODL3
      *                                                                  MODL3
       RTINICIALIZAX.                  EXIT.                             MODL3
      *                                                                  MODL3
           MOVE WS-EMPRESA-ANT         TO SUB-EMPRESA.                   MODL3
           MOVE WS-TOT-EMP-QTDE        TO SUB-QTDE.                      MODL3
           MOVE WS-TOT-EMP-VALOR       TO SUB-VALOR.                     MODL3
      *                                                                  MODL3
      *--- NOME DA EMPRESA, DO CADASTRO. EMPRESA SEM CADASTRO (OU     *  MODL3
      *--- CARGA INDISPONIVEL) SAI EM BRANCO.                         *  MODL3
           MOVE WS-EMPRESA-ANT         TO WS-EMPRESA-TESTE.              MODL3
           PERFORM RTPROCURAEMPRESA.                                     MODL3
           IF WS-EMPRESA-ACHADA-SIM                                      MODL3
               MOVE WS-TB-CAD-NOME(I01-CAD) TO SUB-NOME                  MODL3
           ELSE                                                          MODL3
               MOVE SPACES             TO SUB-NOME                       MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           MOVE WS-LIN-SUBTOTAL        TO WS-LINHA.                      MODL3
           PERFORM RTESCREVE.                                            MODL3
       RTSUBTOTALX.                    EXIT.                             MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               * MODL3
      ****************************************************************** MODL3
       RTCARGAEMPRESAS                 SECTION.                          MODL3
      *                                                                  MODL3
      *--- OS NOMES SO ENFEITAM O RESUMO: FALHA NA CARGA DEIXA-OS EM  *  MODL3
      *--- BRANCO, COM AVISO NO SYSOUT, SEM ALTERAR O RETORNO.        *  MODL3
           MOVE ZEROS                  TO WS-QT-CADASTRO.                MODL3
      *                                                                  MODL3
           EXEC SQL                                                      MODL3
               OPEN C-EMPRESA                                            MODL3
           END-EXEC.                                                     MODL3
      *                                                                  MODL3
           IF SQLCODE                  NOT EQUAL ZEROS                   MODL3
               DISPLAY '#MODL3.912I - NOMES DE EMPRESA INDISPONIVEIS -'  MODL3
               DISPLAY '#MODL3.912I - SQLCODE = ' SQLCODE                MODL3
               GO TO RTCARGAEMPRESASX                                    MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           EXEC SQL                                                      MODL3
               FETCH C-EMPRESA                                           MODL3
                INTO :WS-EMP-CODIGO, :WS-EMP-NOME                        MODL3
           END-EXEC.                                                     MODL3
      *                                                                  MODL3
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                         MODL3
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX         MODL3
               ADD 1                   TO WS-QT-CADASTRO                 MODL3
               SET I01-CAD             TO WS-QT-CADASTRO                 MODL3
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)     MODL3
               MOVE WS-EMP-NOME        TO WS-TB-CAD-NOME(I01-CAD)        MODL3
               EXEC SQL                                                  MODL3
                   FETCH C-EMPRESA                                       MODL3
                    INTO :WS-EMP-CODIGO, :WS-EMP-NOME                    MODL3
               END-EXEC                                                  MODL3
           END-PERFORM.                                                  MODL3
      *                                                                  MODL3
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100          MODL3
               DISPLAY '#MODL3.912I - NOMES DE EMPRESA INCOMPLETOS -'    MODL3
               DISPLAY '#MODL3.912I - SQLCODE = ' SQLCODE                MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           EXEC SQL                                                      MODL3
               CLOSE C-EMPRESA                                           MODL3
           END-EXEC.                                                     MODL3
      *                                                                  MODL3
       RTCARGAEMPRESASX.               EXIT.                             MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   * MODL3
      ****************************************************************** MODL3
       RTPROCURAEMPRESA                SECTION.                          MODL3
      *                                                                  MODL3
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                          MODL3
      *                                                                  MODL3
           IF WS-QT-CADASTRO           EQUAL ZEROS                       MODL3
               GO TO RTPROCURAEMPRESAX                                   MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           SEARCH ALL WS-TB-CAD                                          MODL3
               AT END                                                    MODL3
                   CONTINUE                                              MODL3
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                           MODL3
                                       EQUAL WS-EMPRESA-TESTE            MODL3
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                     MODL3
           END-SEARCH.                                                   MODL3
      *                                                                  MODL3
       RTPROCURAEMPRESAX.              EXIT.                             MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    ROTINA DE CARGA DOS FERIADOS DO MES (DB2)                   * MODL3
      ****************************************************************** MODL3
       RTCARGAFERIADOS                 SECTION.                          MODL3
      *                                                                  MODL3
      *--- SEM O CALENDARIO O CONFRONTO SEGUE SO COM SABADOS E        *  MODL3
      *--- DOMINGOS: OS FERIADOS DO MES PODEM SAIR APONTADOS COMO     *  MODL3
      *--- FALTANTES, E O RETORNO (0092) AVISA A CONFERENCIA.         *  MODL3
           MOVE ZEROS                  TO WS-QT-FERIADOS.                MODL3
      *                                                                  MODL3
           MOVE WS-DIA-CORRENTE-N      TO WS-FER-DATA-INI.               MODL3
           MOVE '01'                   TO WS-FER-DATA-INI(7:2).          MODL3
           MOVE WS-DIA-CORRENTE-N      TO WS-FER-DATA-FIM.               MODL3
           MOVE WS-ULTIMO-DIA          TO WS-FER-DATA-FIM(7:2).          MODL3
      *                                                                  MODL3
           EXEC SQL                                                      MODL3
               OPEN C-FERIADO                                            MODL3
           END-EXEC.                                                     MODL3
      *                                                                  MODL3
           IF SQLCODE                  NOT EQUAL ZEROS                   MODL3
               DISPLAY '#MODL3.913I - CALENDARIO DE FERIADOS '           MODL3
                       'INDISPONIVEL - SQLCODE = ' SQLCODE               MODL3
               DISPLAY '#MODL3.913I - FERIADOS PODEM SAIR COMO '         MODL3
                       'DIAS SEM EXECUCAO'                               MODL3
               IF WS-COD-RETORNO       EQUAL ZEROS                       MODL3
                   MOVE 0092           TO WS-COD-RETORNO                 MODL3
               END-IF                                                    MODL3
               GO TO RTCARGAFERIADOSX                                    MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           EXEC SQL                                                      MODL3
               FETCH C-FERIADO                                           MODL3
                INTO :WS-FER-DATA                                        MODL3
           END-EXEC.                                                     MODL3
      *                                                                  MODL3
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                         MODL3
                      OR WS-QT-FERIADOS EQUAL WS-QT-FERIADOS-MAX         MODL3
               ADD 1                   TO WS-QT-FERIADOS                 MODL3
               SET I01-FER             TO WS-QT-FERIADOS                 MODL3
               MOVE WS-FER-DATA        TO WS-TB-FER-DATA(I01-FER)        MODL3
               EXEC SQL                                                  MODL3
                   FETCH C-FERIADO                                       MODL3
                    INTO :WS-FER-DATA                                    MODL3
               END-EXEC                                                  MODL3
           END-PERFORM.                                                  MODL3
      *                                                                  MODL3
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100          MODL3
               DISPLAY '#MODL3.913I - CALENDARIO DE FERIADOS '           MODL3
                       'INCOMPLETO - SQLCODE = ' SQLCODE                 MODL3
               DISPLAY '#MODL3.913I - FERIADOS PODEM SAIR COMO '         MODL3
                       'DIAS SEM EXECUCAO'                               MODL3
               IF WS-COD-RETORNO       EQUAL ZEROS                       MODL3
                   MOVE 0092           TO WS-COD-RETORNO                 MODL3
               END-IF                                                    MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           EXEC SQL                                                      MODL3
               CLOSE C-FERIADO                                           MODL3
           END-EXEC.                                                     MODL3
      *                                                                  MODL3
           MOVE WS-QT-FERIADOS         TO WS-CT-FERIADOS-MES.            MODL3
      *                                                                  MODL3
       RTCARGAFERIADOSX.               EXIT.                             MODL3
      *                                                                  MODL3
      ****************************************************************** MODL3
      *    ROTINA DE CONFRONTO DOS DIAS UTEIS COM O HISTORICO (DB2)    * MODL3
      ****************************************************************** MODL3
       RTVERIFICADIASUTEIS             SECTION.                          MODL3
      *                                                                  MODL3
      *--- PERCORRE OS DIAS DO MES DE REFERENCIA; PARA CADA DIA UTIL  *  MODL3
      *--- (SEGUNDA A SEXTA, FORA OS FERIADOS DO CALENDARIO) CONSULTA *  MODL3
      *--- O HISTORICO DE EXECUCOES - UM DIA UTIL SEM NENHUMA         *  MODL3
      *--- EXECUCAO DE PRODUCAO CONCLUIDA COM RETORNO ZERO E APONTADO *  MODL3
      *--- NO RELATORIO.                                              *  MODL3
           PERFORM RTCABECALHO.                                          MODL3
      *                                                                  MODL3
           MOVE 'DIAS UTEIS DO MES SEM EXECUCAO CONCLUIDA (HISTORICO)'   MODL3
                    FUNCTION MOD(WS-REF-ANO 400) EQUAL ZEROS)            MODL3
               MOVE 29                 TO WS-ULTIMO-DIA                  MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           PERFORM RTCARGAFERIADOS.                                      MODL3
      *                                                                  MODL3
           PERFORM VARYING WS-DIC-DIA FROM 1 BY 1                        MODL3
                   UNTIL WS-DIC-DIA GREATER WS-ULTIMO-DIA                MODL3
           IF WS-DIA-SEMANA            GREATER 4                         MODL3
               GO TO RTVERIFICADIAX                                      MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
      *--- FERIADO DO CALENDARIO NAO E DIA UTIL.                      *  MODL3
           SET WS-FERIADO-ACHADO-NAO   TO TRUE.                          MODL3
      *                                                                  MODL3
           IF WS-QT-FERIADOS           GREATER ZEROS                     MODL3
               SEARCH ALL WS-TB-FER                                      MODL3
                   AT END                                                MODL3
                       CONTINUE                                          MODL3
                   WHEN WS-TB-FER-DATA(I01-FER)                          MODL3
                                       EQUAL WS-DIA-CORRENTE-N           MODL3
                       SET WS-FERIADO-ACHADO-SIM TO TRUE                 MODL3
               END-SEARCH                                                MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           IF WS-FERIADO-ACHADO-SIM                                      MODL3
               GO TO RTVERIFICADIAX                                      MODL3
           END-IF.                                                       MODL3
      *                                                                  MODL3
           MOVE WS-DIA-CORRENTE-N      TO WS-HIST-DATA.                  MODL3
           MOVE ZEROS                  TO WS-HIST-QTDE.                  MODL3
                   WS-CT-FORA-DO-MES.                                    MODL3
           DISPLAY '  MESTRES DE DESDOBRAMENTO    : '                    MODL3
                   WS-CT-MESTRES.                                        MODL3
           DISPLAY '  FERIADOS NO MES (CALENDARIO): '                    MODL3
                   WS-CT-FERIADOS-MES.                                   MODL3
           DISPLAY '  DIAS UTEIS SEM EXECUCAO     : '                    MODL3
                   WS-CT-DIAS-SEM-EXEC.                                  MODL3
           DISPLAY '------------------------------------------------'.   MODL3
