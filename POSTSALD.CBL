      *     *                LEGITIMAS DA MESMA DATA. O 0000CTRL VIRA  *POSSAL
      *     *                INFORMATIVO (DATA DO ULTIMO LANCAMENTO).  *POSSAL
      *     *----------------------------------------------------------*POSSAL
      *     * VERSAO 04    - FABRICA DE SOFTWARE      -     15.10.2026 *POSSAL
      *     *              - A LINHA DE TOTAL POR EMPRESA DO EXTRATO   *POSSAL
      *     *                PASSA A MOSTRAR O NOME DA EMPRESA, LIDO   *POSSAL
      *     *                DO CADASTRO DE EMPRESAS (AUDITORIA.       *POSSAL
      *     *                TB_EMPRESA). FALHA NA CARGA NAO IMPEDE O  *POSSAL
      *     *                LANCAMENTO - OS NOMES SAEM EM BRANCO E    *POSSAL
      *     *                UMA MENSAGEM VAI PARA O SYSOUT.           *POSSAL
      *     *----------------------------------------------------------*POSSAL
      *     * VERSAO 05    - FABRICA DE SOFTWARE      -     15.10.2026 *POSSAL
      *     *              - HISTORICO DE EVENTOS DO MOVIMENTO (AUDITO-*POSSAL
      *     *                RIA.TB_EVENTO_MOVTO): LANCAMENTO CONCLUIDO*POSSAL
      *     *                E ARQUIVOS FECHADOS SEM ERRO, O SARQUIVO E*POSSAL
      *     *                RELIDO E CADA DETALHE DEIXA UM EVENTO DE  *POSSAL
      *     *                LANCADO EM SALDO (LAN). FALHA NESTA       *POSSAL
      *     *                RELEITURA OU NO EVENTO SO E EXIBIDA - O   *POSSAL
      *     *                LANCAMENTO JA ESTA FEITO E O RETORNO NAO  *POSSAL
      *     *                MUDA.                                     *POSSAL
      *     *----------------------------------------------------------*POSSAL
      *     * VERSAO 06    - FABRICA DE SOFTWARE      -     15.10.2026 *POSSAL
      *     *              - FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO*POSSAL
      *     *                _DIA, BATCH FECHADIA): DATA DE PROCESSO DO*POSSAL
      *     *                TRAILER JA FECHADA RECUSA O LANCAMENTO (RC*POSSAL
      *     *                0136), MESMO COM PARM=S - SO A REABERTURA *POSSAL
      *     *                PELA TELA REABDIA LIBERA. ERRO NA CONSULTA*POSSAL
      *     *                ENCERRA SEM LANCAR (RC 0088). A EXECUCAO  *POSSAL
      *     *                PASSA A SER REGISTRADA NO HISTORICO DE    *POSSAL
      *     *                EXECUCOES (AUDITORIA.TB_HIST_EXECUCAO) NA *POSSAL
      *     *                DATA DO TRAILER, COM A EMPRESA DO ARQUIVO *POSSAL
      *     *                QUANDO E UMA SO (SARQEMPN) OU ZERO, PARA O*POSSAL
      *     *                FECHADIA CONFERIR O LANCAMENTO DO DIA.    *POSSAL
      *     *----------------------------------------------------------*POSSAL
      *     * VERSAO 07    - FABRICA DE SOFTWARE      -     15.10.2026 *POSSAL
      *     *              - NO HISTORICO, O SARQUIVO MESTRE DE        *POSSAL
      *     *                DESDOBRAMENTO (NADA LANCADO) PASSA A SER  *POSSAL
      *     *                REGISTRADO COM IND_MODO 'M' E O ARQUIVO   *POSSAL
      *     *                SARQEMPN COM IND_MODO 'D' E A EMPRESA     *POSSAL
      *     *                DESIGNADA DO TRAILER (ARQS-EMPRESA-SPLIT),*POSSAL
      *     *                MESMO VAZIO - O FECHADIA NAO CONTA MAIS O *POSSAL
      *     *                MESTRE COMO LANCAMENTO DO DIA E EXIGE O DE*POSSAL
      *     *                CADA EMPRESA DESIGNADA.                   *POSSAL
      *     *----------------------------------------------------------*POSSAL
      ******************************************************************POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
       01  WS-CT-JA-LANCADOS       PIC     9(03)         VALUE ZEROS.   POSSAL
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.   POSSAL
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.   POSSAL
       01  WS-CT-EVT-FALHAS        PIC     9(08)         VALUE ZEROS.   POSSAL
       01  WS-CT-EVT-POSICAO       PIC     9(08)         VALUE ZEROS.   POSSAL
      *                                                                 POSSAL
       01  WS-FIM-SARQUIVO         PIC     X(01)         VALUE 'N'.     POSSAL
           88  WS-FIM-SARQUIVO-SIM                       VALUE 'S'.     POSSAL
       01  WS-FIM-RELEITURA        PIC     X(01)         VALUE 'N'.     POSSAL
           88  WS-FIM-RELEITURA-SIM                      VALUE 'S'.     POSSAL
      *                                                                 POSSAL
       01  WS-COD-RETORNO          PIC     9(04)         VALUE ZEROS.   POSSAL
      *                                                                 POSSAL
       01  WS-DATA-PROCESSO-TRL    PIC     9(08)         VALUE ZEROS.   POSSAL
       01  WS-MESTRE-SPLIT         PIC     X(01)         VALUE 'N'.     POSSAL
           88  WS-MESTRE-SPLIT-SIM                       VALUE 'S'.     POSSAL
      *--- EMPRESA DESIGNADA AO SARQEMPN, DO TRAILER (ZERO NOS DEMAIS) *POSSAL
       01  WS-EMPRESA-SPLIT-TRL    PIC     9(04)         VALUE ZEROS.   POSSAL
       01  WS-IND-FORCA            PIC     X(01)         VALUE 'N'.     POSSAL
           88  WS-FORCA-SIM                              VALUE 'S'.     POSSAL
           88  WS-FORCA-NAO                              VALUE 'N'.     POSSAL
      *--- EMPRESA DO ARQUIVO PARA O HISTORICO: A DOS DETALHES QUANDO  *POSSAL
      *--- SAO TODOS DA MESMA (SARQEMPN DE DIA DE SPLIT), ZERO QUANDO  *POSSAL
      *--- HA MAIS DE UMA.                                             *POSSAL
       01  WS-EMPRESA-ARQUIVO      PIC     9(04)         VALUE ZEROS.   POSSAL
       01  WS-EMPRESA-MISTA        PIC     X(01)         VALUE 'N'.     POSSAL
           88  WS-EMPRESA-MISTA-SIM                      VALUE 'S'.     POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    AREA DO REGISTRO DE CONTROLE DO CADASTRO                    *POSSAL
               05  WS-TB-MOV-VALOR     PIC S9(15)V99 COMP-3.            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    AREA DO CADASTRO DE EMPRESAS                                *POSSAL
      ******************************************************************POSSAL
      *--- CODIGO E NOME VEM DA TABELA AUDITORIA.TB_EMPRESA, EM       * POSSAL
      *--- QUALQUER SITUACAO - O NOME SO ENFEITA O EXTRATO.           * POSSAL
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   POSSAL
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     POSSAL
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     POSSAL
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     POSSAL
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     POSSAL
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   POSSAL
       01  WS-TAB-CADASTRO.                                             POSSAL
           03  WS-TB-CAD           OCCURS  1 TO 500                     POSSAL
                                   DEPENDING ON WS-QT-CADASTRO          POSSAL
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   POSSAL
                                   INDEXED BY I01-CAD.                  POSSAL
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      POSSAL
               05  WS-TB-CAD-NOME       PIC X(30).                      POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    AREA DO EXTRATO                                             *POSSAL
      ******************************************************************POSSAL
       01  WS-SALDO-ANTERIOR       PIC    S9(15)V99      VALUE ZEROS    POSSAL
           03  SUB-MOVIMENTO       PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        POSSAL
           03  FILLER              PIC     X(01)         VALUE SPACES.  POSSAL
           03  SUB-ATUAL           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        POSSAL
           03  FILLER              PIC     X(02)         VALUE SPACES.  POSSAL
           03  SUB-NOME            PIC     X(30).                       POSSAL
           03  FILLER              PIC     X(08)         VALUE SPACES.  POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    AREA DE DB2                                                 *POSSAL
      ******************************************************************POSSAL
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-EMP-NOME             PIC     X(30)         VALUE SPACES.  POSSAL
      *                                                                 POSSAL
       EXEC SQL                                                         POSSAL
           INCLUDE SQLCA                                                POSSAL
       END-EXEC.                                                        POSSAL
      *                                                                 POSSAL
       EXEC SQL                                                         POSSAL
           DECLARE C-EMPRESA CURSOR FOR                                 POSSAL
           SELECT COD_EMPRESA, NOM_EMPRESA                              POSSAL
             FROM AUDITORIA.TB_EMPRESA                                  POSSAL
            ORDER BY COD_EMPRESA                                        POSSAL
       END-EXEC.                                                        POSSAL
      *                                                                 POSSAL
      *--- AREA DE TRABALHO PARA O HISTORICO DE EVENTOS DO MOVIMENTO -- POSSAL
       01  WS-EVT-TRANSACAO        PIC     X(04)         VALUE SPACES.  POSSAL
       01  WS-EVT-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.  POSSAL
       01  WS-EVT-EMPRESA          PIC     X(04)         VALUE SPACES.  POSSAL
       01  WS-EVT-VALOR            PIC    S9(11)V99      VALUE ZEROS    POSSAL
                                                         COMP-3.        POSSAL
       01  WS-EVT-DATA-MOVTO       PIC     X(08)         VALUE SPACES.  POSSAL
       01  WS-EVT-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-EVT-CODIGO           PIC     X(03)         VALUE SPACES.  POSSAL
       01  WS-EVT-MOTIVO           PIC     X(04)         VALUE SPACES.  POSSAL
       01  WS-EVT-PROGRAMA         PIC     X(08)         VALUE          POSSAL
           'POSTSALD'.                                                  POSSAL
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.  POSSAL
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.  POSSAL
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.  POSSAL
       01  WS-EVT-DATA             PIC     X(08)         VALUE SPACES.  POSSAL
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.  POSSAL
      *                                                                 POSSAL
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------POSSAL
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          POSSAL
           'POSTSALD'.                                                  POSSAL
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  POSSAL
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'L'.     POSSAL
           88  WS-HIST-MODO-MESTRE                       VALUE 'M'.     POSSAL
           88  WS-HIST-MODO-DESDOBRADO                   VALUE 'D'.     POSSAL
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  POSSAL
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  POSSAL
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    POSSAL
                                                         COMP.          POSSAL
      *                                                                 POSSAL
      *--- AREA DE TRABALHO PARA O FECHAMENTO DO DIA -------------------POSSAL
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.  POSSAL
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.  POSSAL
           88  WS-FEC-FECHADO                            VALUE 'F'.     POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
       77  FILLER                  PIC     X(38)         VALUE          POSSAL
           IF WS-MESTRE-SPLIT-SIM                                       POSSAL
               PERFORM RTIMPRIMEMESTRE                                  POSSAL
           ELSE                                                         POSSAL
               PERFORM RTVERIFICAFECHADO                                POSSAL
      *                                                                 POSSAL
               PERFORM RTVERIFICADUPLO                                  POSSAL
      *                                                                 POSSAL
               PERFORM RTLANCASALDOS                                    POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           PERFORM RTFECHA.                                             POSSAL
      *                                                                 POSSAL
      *--- SO COM O LANCAMENTO CONCLUIDO E OS ARQUIVOS FECHADOS SEM    *POSSAL
      *--- ERRO O MOVIMENTO E DADO COMO LANCADO NO HISTORICO.          *POSSAL
           IF NOT WS-MESTRE-SPLIT-SIM                                   POSSAL
            AND WS-COD-RETORNO         EQUAL ZEROS                      POSSAL
               PERFORM RTEVENTOLANCADOS                                 POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           PERFORM RTFINALIZA.                                          POSSAL
      *                                                                 POSSAL
           DISPLAY WS-DATA-DISPLAY.                                     POSSAL
           DISPLAY '*************************************************'. POSSAL
      *                                                                 POSSAL
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO -----------------POSSAL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              POSSAL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       POSSAL
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                POSSAL
                  WS-TIME-MAQ          DELIMITED BY SIZE                POSSAL
                                       INTO WS-HIST-INICIO.             POSSAL
      *                                                                 POSSAL
      *--- INDICADOR DE FORCAR DO PARM (AUSENTE = NAO FORCA) ----------*POSSAL
           IF LK-PARM-LTH              GREATER ZEROS                    POSSAL
            AND LK-IND-FORCA           EQUAL 'S'                        POSSAL
                     RELATORIO                                          POSSAL
               PERFORM RTFINALIZA                                       POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           PERFORM RTCARGAEMPRESAS.                                     POSSAL
      *                                                                 POSSAL
       RTINICIALIZAX.                  EXIT.                            POSSAL
      *                                                                 POSSAL
                       SET WS-TRAILER-PRESENTE TO TRUE                  POSSAL
                       MOVE ARQS-QT-GRAVADOS   TO WS-QT-GRAVADOS-TRL    POSSAL
                       MOVE ARQS-DATA-PROCESSO TO WS-DATA-PROCESSO-TRL  POSSAL
                       IF ARQS-EMPRESA-SPLIT   NUMERIC                  POSSAL
                           MOVE ARQS-EMPRESA-SPLIT                      POSSAL
                                       TO WS-EMPRESA-SPLIT-TRL          POSSAL
                       END-IF                                           POSSAL
                       SET WS-FIM-SARQUIVO-SIM TO TRUE                  POSSAL
                   ELSE                                                 POSSAL
                       ADD 1           TO WS-CT-LIDOS                   POSSAL
      *                                                                 POSSAL
           MOVE ARQS-EMPRESA           TO WS-CHV-EMPRESA.               POSSAL
           MOVE ARQS-COD-TRANSACAO     TO WS-CHV-TRANSACAO.             POSSAL
      *                                                                 POSSAL
           IF WS-CT-LIDOS              EQUAL 1                          POSSAL
               MOVE ARQS-EMPRESA       TO WS-EMPRESA-ARQUIVO            POSSAL
           ELSE                                                         POSSAL
               IF ARQS-EMPRESA         NOT EQUAL WS-EMPRESA-ARQUIVO     POSSAL
                   SET WS-EMPRESA-MISTA-SIM TO TRUE                     POSSAL
               END-IF                                                   POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           SET WS-ACHOU-NAO            TO TRUE.                         POSSAL
      *                                                                 POSSAL
       RTACUMULAX.                     EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE GUARDA DE DIA FECHADO                             *POSSAL
      ******************************************************************POSSAL
       RTVERIFICAFECHADO               SECTION.                         POSSAL
      *                                                                 POSSAL
      *--- FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO_DIA): DATA DE    *POSSAL
      *--- PROCESSO JA FECHADA PELO FECHADIA NAO RECEBE MAIS           *POSSAL
      *--- LANCAMENTO (RC 0136) ATE SER REABERTA NA TELA REABDIA - O   *POSSAL
      *--- INDICADOR DE FORCAR NAO VALE AQUI. SEM LINHA NA TABELA      *POSSAL
      *--- (SQLCODE 100) O DIA ESTA ABERTO. ERRO NA CONSULTA ENCERRA   *POSSAL
      *--- SEM LANCAR (RC 0088): NA DUVIDA, NADA ENTRA NA POSICAO.     *POSSAL
           MOVE WS-DATA-PROCESSO-TRL   TO WS-FEC-DATA.                  POSSAL
      *                                                                 POSSAL
           EXEC SQL                                                     POSSAL
               SELECT IND_SITUACAO                                      POSSAL
                 INTO :WS-FEC-SITUACAO                                  POSSAL
                 FROM AUDITORIA.TB_FECHAMENTO_DIA                       POSSAL
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA                   POSSAL
           END-EXEC.                                                    POSSAL
      *                                                                 POSSAL
           EVALUATE SQLCODE                                             POSSAL
               WHEN ZEROS                                               POSSAL
                   CONTINUE                                             POSSAL
               WHEN +100                                                POSSAL
                   MOVE SPACES         TO WS-FEC-SITUACAO               POSSAL
               WHEN OTHER                                               POSSAL
                   DISPLAY '#POSSAL.922I - ERRO NA CONSULTA AO'         POSSAL
                   DISPLAY '#POSSAL.922I - FECHAMENTO DO DIA'           POSSAL
                   DISPLAY '#POSSAL.922I - SQLCODE = ' SQLCODE          POSSAL
                   DISPLAY '#POSSAL.922I - NENHUM LANCAMENTO EFETUADO'  POSSAL
                   MOVE 0088            TO WS-COD-RETORNO               POSSAL
                   PERFORM RTFECHA                                      POSSAL
                   PERFORM RTFINALIZA                                   POSSAL
           END-EVALUATE.                                                POSSAL
      *                                                                 POSSAL
           IF WS-FEC-FECHADO                                            POSSAL
               DISPLAY '#POSSAL.921I - DATA ' WS-DATA-PROCESSO-TRL      POSSAL
                       ' JA FECHADA'                                    POSSAL
               DISPLAY '#POSSAL.921I - LANCAMENTO RECUSADO - A DATA SO' POSSAL
               DISPLAY '#POSSAL.921I - VOLTA A RECEBER LANCAMENTO'      POSSAL
               DISPLAY '#POSSAL.921I - REABERTA NA TELA REABDIA'        POSSAL
               MOVE 0136                TO WS-COD-RETORNO               POSSAL
               PERFORM RTFECHA                                          POSSAL
               PERFORM RTFINALIZA                                       POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
       RTVERIFICAFECHADOX.             EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE GUARDA CONTRA LANCAMENTO EM DOBRO                 *POSSAL
      ******************************************************************POSSAL
       RTVERIFICADUPLO                 SECTION.                         POSSAL
           MOVE WS-TOT-EMP-ANTERIOR    TO SUB-ANTERIOR.                 POSSAL
           MOVE WS-TOT-EMP-MOVTO       TO SUB-MOVIMENTO.                POSSAL
           MOVE WS-TOT-EMP-ATUAL       TO SUB-ATUAL.                    POSSAL
      *                                                                 POSSAL
      *--- NOME DA EMPRESA, DO CADASTRO. EMPRESA SEM CADASTRO (OU     * POSSAL
      *--- CARGA INDISPONIVEL) SAI EM BRANCO.                         * POSSAL
           MOVE WS-EMPRESA-ANT         TO WS-EMPRESA-TESTE.             POSSAL
           PERFORM RTPROCURAEMPRESA.                                    POSSAL
           IF WS-EMPRESA-ACHADA-SIM                                     POSSAL
               MOVE WS-TB-CAD-NOME(I01-CAD) TO SUB-NOME                 POSSAL
           ELSE                                                         POSSAL
               MOVE SPACES             TO SUB-NOME                      POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           MOVE WS-LIN-SUBTOTAL        TO WS-LINHA.                     POSSAL
           PERFORM RTESCREVE.                                           POSSAL
       RTSUBTOTALX.                    EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *POSSAL
      ******************************************************************POSSAL
       RTCARGAEMPRESAS                 SECTION.                         POSSAL
      *                                                                 POSSAL
      *--- OS NOMES SO ENFEITAM O EXTRATO: FALHA NA CARGA DEIXA-OS EM * POSSAL
      *--- BRANCO, COM AVISO NO SYSOUT, SEM ALTERAR O RETORNO NEM     * POSSAL
      *--- IMPEDIR O LANCAMENTO.                                      * POSSAL
           MOVE ZEROS                  TO WS-QT-CADASTRO.               POSSAL
      *                                                                 POSSAL
           EXEC SQL                                                     POSSAL
               OPEN C-EMPRESA                                           POSSAL
           END-EXEC.                                                    POSSAL
      *                                                                 POSSAL
           IF SQLCODE                  NOT EQUAL ZEROS                  POSSAL
               DISPLAY '#POSSAL.918I - NOMES DE EMPRESA INDISPONIVEIS'  POSSAL
               DISPLAY '#POSSAL.918I - SQLCODE = ' SQLCODE              POSSAL
               GO TO RTCARGAEMPRESASX                                   POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           EXEC SQL                                                     POSSAL
               FETCH C-EMPRESA                                          POSSAL
                INTO :WS-EMP-CODIGO, :WS-EMP-NOME                       POSSAL
           END-EXEC.                                                    POSSAL
      *                                                                 POSSAL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        POSSAL
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        POSSAL
               ADD 1                   TO WS-QT-CADASTRO                POSSAL
               SET I01-CAD             TO WS-QT-CADASTRO                POSSAL
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    POSSAL
               MOVE WS-EMP-NOME        TO WS-TB-CAD-NOME(I01-CAD)       POSSAL
               EXEC SQL                                                 POSSAL
                   FETCH C-EMPRESA                                      POSSAL
                    INTO :WS-EMP-CODIGO, :WS-EMP-NOME                   POSSAL
               END-EXEC                                                 POSSAL
           END-PERFORM.                                                 POSSAL
      *                                                                 POSSAL
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         POSSAL
               DISPLAY '#POSSAL.918I - NOMES DE EMPRESA INCOMPLETOS'    POSSAL
               DISPLAY '#POSSAL.918I - SQLCODE = ' SQLCODE              POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           EXEC SQL                                                     POSSAL
               CLOSE C-EMPRESA                                          POSSAL
           END-EXEC.                                                    POSSAL
      *                                                                 POSSAL
       RTCARGAEMPRESASX.               EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *POSSAL
      ******************************************************************POSSAL
       RTPROCURAEMPRESA                SECTION.                         POSSAL
      *                                                                 POSSAL
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         POSSAL
      *                                                                 POSSAL
           IF WS-QT-CADASTRO           EQUAL ZEROS                      POSSAL
               GO TO RTPROCURAEMPRESAX                                  POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           SEARCH ALL WS-TB-CAD                                         POSSAL
               AT END                                                   POSSAL
                   CONTINUE                                             POSSAL
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          POSSAL
                                       EQUAL WS-EMPRESA-TESTE           POSSAL
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    POSSAL
           END-SEARCH.                                                  POSSAL
      *                                                                 POSSAL
       RTPROCURAEMPRESAX.              EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE CABECALHO DE PAGINA                               *POSSAL
      ******************************************************************POSSAL
       RTCABECALHO                     SECTION.                         POSSAL
       RTFECHAX.                       EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE EVENTOS DE LANCAMENTO (RELEITURA DO SARQUIVO)     *POSSAL
      ******************************************************************POSSAL
       RTEVENTOLANCADOS                SECTION.                         POSSAL
      *                                                                 POSSAL
      *--- O LANCAMENTO E POR COMBINACAO EMPRESA/TRANSACAO E NAO GUARDA*POSSAL
      *--- O DETALHE; PARA O HISTORICO O SARQUIVO E RELIDO DO INICIO E *POSSAL
      *--- CADA DETALHE GANHA O EVENTO LAN, COM A POSICAO NA GERACAO E *POSSAL
      *--- A DATA DO TRAILER. O ARQUIVO E ABERTO E FECHADO AQUI MESMO. *POSSAL
           OPEN INPUT  SARQUIVO.                                        POSSAL
      *                                                                 POSSAL
           IF WS-FS-SYS010             NOT EQUAL ZEROS                  POSSAL
               DISPLAY '#POSSAL.919I - ERRO NA REABERTURA' WS-MSG-SYS010POSSAL
               DISPLAY '#POSSAL.919I - FILE STATUS = '     WS-FS-SYS010 POSSAL
               DISPLAY '#POSSAL.919I - EVENTOS DE LANCAMENTO PERDIDOS'  POSSAL
               MOVE WS-CT-LIDOS        TO WS-CT-EVT-FALHAS              POSSAL
               GO TO RTEVENTOLANCADOSX                                  POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           MOVE WS-DATA-PROCESSO-TRL   TO WS-EVT-DATA-MOVTO.            POSSAL
           MOVE 'LAN'                  TO WS-EVT-CODIGO.                POSSAL
           MOVE SPACES                 TO WS-EVT-MOTIVO.                POSSAL
      *                                                                 POSSAL
           PERFORM RTRELESARQUIVO.                                      POSSAL
      *                                                                 POSSAL
           PERFORM UNTIL WS-FIM-RELEITURA-SIM                           POSSAL
               PERFORM RTEVENTOLANCADO                                  POSSAL
               PERFORM RTRELESARQUIVO                                   POSSAL
           END-PERFORM.                                                 POSSAL
      *                                                                 POSSAL
           CLOSE SARQUIVO.                                              POSSAL
      *                                                                 POSSAL
       RTEVENTOLANCADOSX.              EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE RELEITURA DO SARQUIVO PARA OS EVENTOS             *POSSAL
      ******************************************************************POSSAL
       RTRELESARQUIVO                  SECTION.                         POSSAL
      *                                                                 POSSAL
           READ SARQUIVO.                                               POSSAL
      *                                                                 POSSAL
           EVALUATE WS-FS-SYS010                                        POSSAL
               WHEN ZEROS                                               POSSAL
                   MOVE FD-REG-SARQUIVO TO ARQUIVOS                     POSSAL
                   IF ARQS-REG-TRAILER                                  POSSAL
                       SET WS-FIM-RELEITURA-SIM TO TRUE                 POSSAL
                   ELSE                                                 POSSAL
                       ADD 1           TO WS-CT-EVT-POSICAO             POSSAL
                   END-IF                                               POSSAL
               WHEN '10'                                                POSSAL
                   SET WS-FIM-RELEITURA-SIM TO TRUE                     POSSAL
               WHEN OTHER                                               POSSAL
                   DISPLAY '#POSSAL.919I - ERRO NA RELEITURA'           POSSAL
                           WS-MSG-SYS010                                POSSAL
                   DISPLAY '#POSSAL.919I - FILE STATUS = '              POSSAL
                           WS-FS-SYS010                                 POSSAL
                   COMPUTE WS-CT-EVT-FALHAS = WS-CT-EVT-FALHAS          POSSAL
                                            + WS-CT-LIDOS               POSSAL
                                            - WS-CT-EVT-POSICAO         POSSAL
                   SET WS-FIM-RELEITURA-SIM TO TRUE                     POSSAL
           END-EVALUATE.                                                POSSAL
      *                                                                 POSSAL
       RTRELESARQUIVOX.                EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE EVENTO DO DETALHE LANCADO                         *POSSAL
      ******************************************************************POSSAL
       RTEVENTOLANCADO                 SECTION.                         POSSAL
      *                                                                 POSSAL
           MOVE ARQS-COD-TRANSACAO     TO WS-EVT-TRANSACAO.             POSSAL
           MOVE ARQS-DETALHE(5:8)      TO WS-EVT-DATA-EFETIVA.          POSSAL
           MOVE ARQS-DETALHE(13:4)     TO WS-EVT-EMPRESA.               POSSAL
           MOVE ARQS-VALOR             TO WS-EVT-VALOR.                 POSSAL
           MOVE WS-CT-EVT-POSICAO      TO WS-EVT-SEQ-ORIGEM.            POSSAL
      *                                                                 POSSAL
           EVALUATE TRUE                                                POSSAL
               WHEN ARQS-ORIG-AJUSTE                                    POSSAL
                   MOVE SPACES         TO WS-EVT-COMPLEMENTO            POSSAL
                   STRING 'LANCADO EM SALDO - AJUSTE '                  POSSAL
                                       DELIMITED BY SIZE                POSSAL
                          ARQS-NUM-AJUSTE                               POSSAL
                                       DELIMITED BY SIZE                POSSAL
                                       INTO WS-EVT-COMPLEMENTO          POSSAL
               WHEN ARQS-ALT-EXCLUSAO                                   POSSAL
                   MOVE 'LANCADO EM SALDO - ESTORNO'                    POSSAL
                                       TO WS-EVT-COMPLEMENTO            POSSAL
               WHEN OTHER                                               POSSAL
                   MOVE 'LANCADO EM SALDO'                              POSSAL
                                       TO WS-EVT-COMPLEMENTO            POSSAL
           END-EVALUATE.                                                POSSAL
      *                                                                 POSSAL
           PERFORM RTGRAVAEVENTO.                                       POSSAL
      *                                                                 POSSAL
       RTEVENTOLANCADOX.               EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE GRAVACAO DO HISTORICO DE EVENTOS DO MOVIMENTO     *POSSAL
      ******************************************************************POSSAL
       RTGRAVAEVENTO                   SECTION.                         POSSAL
      *                                                                 POSSAL
      *--- GRAVA EM AUDITORIA.TB_EVENTO_MOVTO O EVENTO MONTADO EM      *POSSAL
      *--- WS-EVT-* PELO CHAMADOR (CHAVE, DATA DE MOVIMENTO, POSICAO,  *POSSAL
      *--- CODIGO, MOTIVO E COMPLEMENTO). FALHA AQUI NAO INTERROMPE A  *POSSAL
      *--- EXECUCAO NEM MUDA O RETORNO - O MOVIMENTO JA FOI TRATADO, SO*POSSAL
      *--- O RASTRO FICA INCOMPLETO, E AS FALHAS SAEM NOS TOTAIS.      *POSSAL
           ACCEPT WS-EVT-DATA          FROM DATE YYYYMMDD.              POSSAL
           ACCEPT WS-EVT-HORA          FROM TIME.                       POSSAL
           STRING WS-EVT-DATA          DELIMITED BY SIZE                POSSAL
                  WS-EVT-HORA          DELIMITED BY SIZE                POSSAL
                                       INTO WS-EVT-DATA-HORA.           POSSAL
      *                                                                 POSSAL
           ADD 1                       TO WS-EVT-SEQUENCIA.             POSSAL
      *                                                                 POSSAL
           EXEC SQL                                                     POSSAL
               INSERT INTO AUDITORIA.TB_EVENTO_MOVTO                    POSSAL
                   (COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,            POSSAL
                    VLR_MOVTO, DAT_MOVIMENTO, NUM_SEQ_ORIGEM,           POSSAL
                    COD_EVENTO, COD_MOTIVO, NOM_PROGRAMA,               POSSAL
                    NOM_OPERADOR, DAT_HOR_EVENTO, NUM_SEQ_EVENTO,       POSSAL
                    DES_COMPLEMENTO)                                    POSSAL
               VALUES                                                   POSSAL
                   (:WS-EVT-TRANSACAO, :WS-EVT-DATA-EFETIVA,            POSSAL
                    :WS-EVT-EMPRESA, :WS-EVT-VALOR,                     POSSAL
                    :WS-EVT-DATA-MOVTO, :WS-EVT-SEQ-ORIGEM,             POSSAL
                    :WS-EVT-CODIGO, :WS-EVT-MOTIVO,                     POSSAL
                    :WS-EVT-PROGRAMA, :WS-EVT-OPERADOR,                 POSSAL
                    :WS-EVT-DATA-HORA, :WS-EVT-SEQUENCIA,               POSSAL
                    :WS-EVT-COMPLEMENTO)                                POSSAL
           END-EXEC.                                                    POSSAL
      *                                                                 POSSAL
           IF SQLCODE                  NOT EQUAL ZEROS                  POSSAL
               ADD 1                   TO WS-CT-EVT-FALHAS              POSSAL
               DISPLAY '#POSSAL.920I - ERRO NA GRAVACAO DO EVENTO '     POSSAL
                       WS-EVT-CODIGO ' - SQLCODE = ' SQLCODE            POSSAL
           ELSE                                                         POSSAL
               EXEC SQL                                                 POSSAL
                   COMMIT                                               POSSAL
               END-EXEC                                                 POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
       RTGRAVAEVENTOX.                 EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *POSSAL
      ******************************************************************POSSAL
       RTGRAVAHISTORICO                SECTION.                         POSSAL
      *                                                                 POSSAL
      *--- A DATA DA EXECUCAO E A DATA DE PROCESSO DO TRAILER - SEM    *POSSAL
      *--- TRAILER NAO HA DATA CONFIAVEL E NADA E REGISTRADO (COMO O   *POSSAL
      *--- DIA SEM TRAILER DO LOTE NO MODEL01). LIDOS SAO OS DETALHES, *POSSAL
      *--- GRAVADOS AS COMBINACOES EMPRESA/TRANSACAO LANCADAS. O       *POSSAL
      *--- MESTRE DE DESDOBRAMENTO E REGISTRADO NO MODO 'M' (NAO E     *POSSAL
      *--- LANCAMENTO DE EMPRESA NENHUMA) E O SARQEMPN NO MODO 'D',    *POSSAL
      *--- SEMPRE EM NOME DA EMPRESA DESIGNADA NO TRAILER, MESMO SEM   *POSSAL
      *--- DETALHE NO DIA - E ASSIM QUE O FECHADIA CONFERE CADA UMA.   *POSSAL
           IF WS-DATA-PROCESSO-TRL     EQUAL ZEROS                      POSSAL
               DISPLAY '#POSSAL.923I - SEM DATA DE PROCESSO - EXECUCAO' POSSAL
               DISPLAY '#POSSAL.923I - NAO REGISTRADA NO HISTORICO'     POSSAL
               GO TO RTGRAVAHISTORICOX                                  POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              POSSAL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       POSSAL
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                POSSAL
                  WS-TIME-MAQ          DELIMITED BY SIZE                POSSAL
                                       INTO WS-HIST-FIM.                POSSAL
      *                                                                 POSSAL
           MOVE WS-DATA-PROCESSO-TRL   TO WS-HIST-DATA.                 POSSAL
      *                                                                 POSSAL
           IF WS-EMPRESA-MISTA-SIM                                      POSSAL
               MOVE ZEROS              TO WS-HIST-EMPRESA               POSSAL
           ELSE                                                         POSSAL
               MOVE WS-EMPRESA-ARQUIVO TO WS-HIST-EMPRESA               POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           IF WS-MESTRE-SPLIT-SIM                                       POSSAL
               SET WS-HIST-MODO-MESTRE TO TRUE                          POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           IF WS-EMPRESA-SPLIT-TRL     GREATER ZEROS                    POSSAL
               SET WS-HIST-MODO-DESDOBRADO TO TRUE                      POSSAL
               MOVE WS-EMPRESA-SPLIT-TRL TO WS-HIST-EMPRESA             POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
           MOVE WS-CT-LIDOS            TO WS-HIST-LIDOS.                POSSAL
           MOVE WS-CT-LANCADOS         TO WS-HIST-GRAVADOS.             POSSAL
           MOVE ZEROS                  TO WS-HIST-REJEITADOS.           POSSAL
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              POSSAL
      *                                                                 POSSAL
           EXEC SQL                                                     POSSAL
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   POSSAL
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            POSSAL
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              POSSAL
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            POSSAL
                    COD_RETORNO_FINAL)                                  POSSAL
               VALUES                                                   POSSAL
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   POSSAL
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    POSSAL
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      POSSAL
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  POSSAL
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              POSSAL
           END-EXEC.                                                    POSSAL
      *                                                                 POSSAL
           IF SQLCODE                  NOT EQUAL ZEROS                  POSSAL
               DISPLAY '#POSSAL.923I - ERRO NA GRAVACAO DO HISTORICO'   POSSAL
               DISPLAY '#POSSAL.923I - SQLCODE = ' SQLCODE              POSSAL
               IF WS-COD-RETORNO       EQUAL ZEROS                      POSSAL
                   MOVE 0088           TO WS-COD-RETORNO                POSSAL
               END-IF                                                   POSSAL
           ELSE                                                         POSSAL
               EXEC SQL                                                 POSSAL
                   COMMIT                                               POSSAL
               END-EXEC                                                 POSSAL
           END-IF.                                                      POSSAL
      *                                                                 POSSAL
       RTGRAVAHISTORICOX.              EXIT.                            POSSAL
      *                                                                 POSSAL
      ******************************************************************POSSAL
      *    ROTINA DE FINALIZACAO                                       *POSSAL
      ******************************************************************POSSAL
       RTFINALIZA                      SECTION.                         POSSAL
                   WS-CT-LANCADOS.                                      POSSAL
           DISPLAY '  SALDOS ABERTOS (NOVOS)      : '                   POSSAL
                   WS-CT-SALDOS-NOVOS.                                  POSSAL
           IF WS-CT-EVT-FALHAS         GREATER ZEROS                    POSSAL
               DISPLAY '  EVENTOS NAO GRAVADOS (DB2)  : '               POSSAL
                       WS-CT-EVT-FALHAS                                 POSSAL
           END-IF.                                                      POSSAL
           IF WS-MESTRE-SPLIT-SIM                                       POSSAL
               DISPLAY '  ** MESTRE DE DESDOBRAMENTO - NADA LANCADO **' POSSAL
           END-IF.                                                      POSSAL
           DISPLAY '------------------------------------------------'.  POSSAL
      *                                                                 POSSAL
           PERFORM RTGRAVAHISTORICO.                                    POSSAL
      *                                                                 POSSAL
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  POSSAL
      *                                                                 POSSAL
