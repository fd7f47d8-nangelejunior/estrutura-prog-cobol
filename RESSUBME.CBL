      *     *                VIR DA TABELA DE REFERENCIA AUDITORIA.    *RESSUB
      *     *                TB_COD_TRANSACAO, COMO NO MODEL01.        *RESSUB
      *     *----------------------------------------------------------*RESSUB
      *     * VERSAO 03    - FABRICA DE SOFTWARE      -     15.10.2026 *RESSUB
      *     *              - CRITICA DA EMPRESA CONTRA O CADASTRO DE   *RESSUB
      *     *                EMPRESAS (AUDITORIA.TB_EMPRESA), COMO NO  *RESSUB
      *     *                MODEL01: R005 PARA EMPRESA FORA DO        *RESSUB
      *     *                CADASTRO E R006 PARA EMPRESA QUE NAO ESTA *RESSUB
      *     *                ATIVA NA DATA EFETIVA.                    *RESSUB
      *     *----------------------------------------------------------*RESSUB
      *     * VERSAO 04    - FABRICA DE SOFTWARE      -     15.10.2026 *RESSUB
      *     *              - CALENDARIO DE DIAS UTEIS (AUDITORIA.TB_   *RESSUB
      *     *                FERIADO), COMO NO MODEL01: CORRIGIDO COM  *RESSUB
      *     *                DATA EFETIVA EM SABADO, DOMINGO OU FERIADO*RESSUB
      *     *                VOLTA COM R007. ERRO NA CARGA DO          *RESSUB
      *     *                CALENDARIO ENCERRA A EXECUCAO (RC 0124).  *RESSUB
      *     *----------------------------------------------------------*RESSUB
      *     * VERSAO 05    - FABRICA DE SOFTWARE      -     15.10.2026 *RESSUB
      *     *              - CONTADOR DE AGENDADOS (ARQS-QT-AGENDADOS) *RESSUB
      *     *                ZERADO NO TRAILER DO SARQUIVO.            *RESSUB
      *     *----------------------------------------------------------*RESSUB
      *     * VERSAO 06    - FABRICA DE SOFTWARE      -     15.10.2026 *RESSUB
      *     *              - HISTORICO DE EVENTOS DO MOVIMENTO (AUDITO-*RESSUB
      *     *                RIA.TB_EVENTO_MOVTO): RESUBMETIDO GRAVADO *RESSUB
      *     *                NO SARQUIVO (RES) OU REJEITADO DE NOVO    *RESSUB
      *     *                (REJ, COM O MOTIVO), COM A POSICAO NO     *RESSUB
      *     *                CARQUIVO. FALHA NO EVENTO NAO MUDA O      *RESSUB
      *     *                RETORNO.                                  *RESSUB
      *     *----------------------------------------------------------*RESSUB
      *     * VERSAO 07    - FABRICA DE SOFTWARE      -     15.10.2026 *RESSUB
      *     *              - FECHAMENTO DO DIA                         *RESSUB
      *     *                (AUDITORIA.TB_FECHAMENTO_DIA, BATCH       *RESSUB
      *     *                FECHADIA): DATA DE MOVIMENTO JA FECHADA   *RESSUB
      *     *                RECUSA A EXECUCAO (RC 0136) ATE A         *RESSUB
      *     *                REABERTURA PELA TELA REABDIA. ERRO NA     *RESSUB
      *     *                CONSULTA ENCERRA A EXECUCAO (RC 0088).    *RESSUB
      *     *----------------------------------------------------------*RESSUB
      *     * VERSAO 08    - FABRICA DE SOFTWARE      -     15.10.2026 *RESSUB
      *     *              - MOVIMENTOS AGENDADOS, COMO NO MODEL01:    *RESSUB
      *     *                CORRIGIDO APROVADO COM DATA EFETIVA       *RESSUB
      *     *                POSTERIOR A DATA DE MOVIMENTO VAI PARA O  *RESSUB
      *     *                CADASTRO DE AGENDADOS (SYS080 - AGENDA.   *RESSUB
      *     *                KSDS) COMO PROVISORIO, COM EVENTO AGD E   *RESSUB
      *     *                CONTADOR NO TRAILER; RETORNO ZERO O       *RESSUB
      *     *                PROMOVE A PENDENTE, FALHA O APAGA. ERRO   *RESSUB
      *     *                NO CADASTRO ENCERRA A EXECUCAO (RC 0132). *RESSUB
      *     *----------------------------------------------------------*RESSUB
      ******************************************************************RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *                                                                 RESSUB
           SELECT RARQUIVO ASSIGN      TO SYS040                        RESSUB
                  FILE     STATUS      IS WS-FS-SYS040.                 RESSUB
      *                                                                 RESSUB
           SELECT AGENDA   ASSIGN      TO SYS080                        RESSUB
                  ORGANIZATION         IS INDEXED                       RESSUB
                  ACCESS   MODE        IS DYNAMIC                       RESSUB
                  RECORD   KEY         IS FD-AGD-CHAVE                  RESSUB
                  FILE     STATUS      IS WS-FS-SYS080.                 RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
       DATA                            DIVISION.                        RESSUB
           03  FD-REJ-REGISTRO         PIC     X(200).                  RESSUB
           03  FD-REJ-MOTIVO           PIC     X(04).                   RESSUB
      *                                                                 RESSUB
      *--- CADASTRO DE MOVIMENTOS AGENDADOS (SYS080) -------------------RESSUB
      *    KSDS PERMANENTE, O MESMO DO MODEL01 (VIDE COPY AGENDAMV).    RESSUB
       FD  AGENDA                                                       RESSUB
           RECORD    CONTAINS          80 CHARACTERS.                   RESSUB
       COPY AGENDAMV.                                                   RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
       WORKING-STORAGE                 SECTION.                         RESSUB
      ******************************************************************RESSUB
       01  WS-FS-SYS010            PIC     X(02)         VALUE SPACES.  RESSUB
       01  WS-FS-SYS020            PIC     X(02)         VALUE SPACES.  RESSUB
       01  WS-FS-SYS040            PIC     X(02)         VALUE SPACES.  RESSUB
       01  WS-FS-SYS080            PIC     X(02)         VALUE SPACES.  RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    AREA DE CONTADORES                                          *RESSUB
       01  WS-CT-LIDOS             PIC     9(06)         VALUE ZEROS.   RESSUB
       01  WS-CT-GRAVADOS          PIC     9(06)         VALUE ZEROS.   RESSUB
       01  WS-CT-REJEITADOS        PIC     9(06)         VALUE ZEROS.   RESSUB
       01  WS-CT-EVT-FALHAS        PIC     9(06)         VALUE ZEROS.   RESSUB
       01  WS-CT-AGENDADOS         PIC     9(06)         VALUE ZEROS.   RESSUB
      *                                                                 RESSUB
       01  WS-FIM-CARQUIVO         PIC     X(01)         VALUE 'N'.     RESSUB
           88  WS-FIM-CARQUIVO-SIM                       VALUE 'S'.     RESSUB
      *                                                                 RESSUB
       01  WS-AGENDA-ABERTO        PIC     X(01)         VALUE 'N'.     RESSUB
           88  WS-AGENDA-ABERTO-SIM                      VALUE 'S'.     RESSUB
           88  WS-AGENDA-FECHADO                         VALUE 'N'.     RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    AREA DE MOVIMENTOS AGENDADOS                                *RESSUB
      ******************************************************************RESSUB
      *--- CORRIGIDO COM DATA EFETIVA POSTERIOR A DATA DE MOVIMENTO E  *RESSUB
      *--- DESVIADO PARA O CADASTRO DE AGENDADOS (SYS080), DE ONDE O   *RESSUB
      *--- LIBAGEND O LIBERA NA DATA EFETIVA (VIDE RTVERIFICAAGENDA).  *RESSUB
      *--- A POSICAO DO REGISTRO NA CHAVE E A ORDEM DE LEITURA NO      *RESSUB
      *--- CARQUIVO, SEMPRE ABAIXO DE 1000000 - A FAIXA DO MODEL01     *RESSUB
      *--- COMECA EM 1000000 E UM NUNCA TOCA OS PROVISORIOS DO OUTRO.  *RESSUB
       01  WS-AGENDAR-IND          PIC     X(01)         VALUE 'N'.     RESSUB
           88  WS-AGENDAR-SIM                            VALUE 'S'.     RESSUB
           88  WS-AGENDAR-NAO                            VALUE 'N'.     RESSUB
       01  WS-AGD-SEQ-INI          PIC     9(08)         VALUE 00000001.RESSUB
       01  WS-AGD-SEQ-FIM          PIC     9(08)         VALUE 00999999.RESSUB
       01  WS-CT-AGD-ACERTADOS     PIC     9(06)         VALUE ZEROS.   RESSUB
       01  WS-AGD-OPERACAO         PIC     X(12)         VALUE SPACES.  RESSUB
       01  WS-AGD-ACAO             PIC     X(01)         VALUE SPACES.  RESSUB
           88  WS-AGD-CONFIRMAR                          VALUE 'C'.     RESSUB
           88  WS-AGD-DESCARTAR                          VALUE 'D'.     RESSUB
           88  WS-AGD-LIMPAR                             VALUE 'L'.     RESSUB
       01  WS-AGD-FIM              PIC     X(01)         VALUE 'N'.     RESSUB
           88  WS-AGD-FIM-SIM                            VALUE 'S'.     RESSUB
           88  WS-AGD-FIM-NAO                            VALUE 'N'.     RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    AREA DE CRITICA DO DETALHE (MESMA DO MODEL01)               *RESSUB
           88  WS-REJ-DATA                               VALUE 'R002'.  RESSUB
           88  WS-REJ-EMPRESA                            VALUE 'R003'.  RESSUB
           88  WS-REJ-VALOR                              VALUE 'R004'.  RESSUB
           88  WS-REJ-EMP-DESCONHECIDA                   VALUE 'R005'.  RESSUB
           88  WS-REJ-EMP-INATIVA                        VALUE 'R006'.  RESSUB
           88  WS-REJ-DIA-NAO-UTIL                       VALUE 'R007'.  RESSUB
      *                                                                 RESSUB
      *--- CODIGOS DE TRANSACAO CONHECIDOS PELO SISTEMA ---------------*RESSUB
      *--- A LISTA VEM DA TABELA DE REFERENCIA AUDITORIA.TB_COD_       *RESSUB
                                   INDEXED BY I01-TRN.                  RESSUB
               05  WS-TB-TRN-CODIGO     PIC X(04).                      RESSUB
               05  WS-TB-TRN-DESCRICAO  PIC X(30).                      RESSUB
      *                                                                 RESSUB
      *--- CADASTRO DE EMPRESAS (AUDITORIA.TB_EMPRESA), CARREGADO EM   *RESSUB
      *--- RTCARGAEMPRESAS JA ORDENADO PARA A BUSCA BINARIA, COMO NO   *RESSUB
      *--- MODEL01.                                                    *RESSUB
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   RESSUB
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     RESSUB
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     RESSUB
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     RESSUB
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     RESSUB
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   RESSUB
       01  WS-TAB-CADASTRO.                                             RESSUB
           03  WS-TB-CAD           OCCURS  1 TO 500                     RESSUB
                                   DEPENDING ON WS-QT-CADASTRO          RESSUB
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   RESSUB
                                   INDEXED BY I01-CAD.                  RESSUB
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      RESSUB
               05  WS-TB-CAD-SITUACAO   PIC X(01).                      RESSUB
                   88  WS-TB-CAD-ATIVA          VALUE 'A'.              RESSUB
               05  WS-TB-CAD-DT-INICIO  PIC X(08).                      RESSUB
               05  WS-TB-CAD-DT-FIM     PIC X(08).                      RESSUB
      *                                                                 RESSUB
       01  WS-DATA-CRITICA.                                             RESSUB
           03  WS-DTC-ANO          PIC     9(04)         VALUE ZEROS.   RESSUB
           03  WS-DIAS-MES         PIC     9(02)         OCCURS 12.     RESSUB
       01  WS-ULTIMO-DIA           PIC     9(02)         VALUE ZEROS.   RESSUB
      *                                                                 RESSUB
      *--- CALENDARIO DE DIAS UTEIS (AUDITORIA.TB_FERIADO), CARREGADO  *RESSUB
      *--- EM RTCARGAFERIADOS JA ORDENADO PARA A BUSCA BINARIA, COMO   *RESSUB
      *--- NO MODEL01.                                                 *RESSUB
       01  WS-DIA-UTIL-DATA        PIC     9(08)         VALUE ZEROS.   RESSUB
       01  WS-DIA-UTIL             PIC     X(01)         VALUE 'S'.     RESSUB
           88  WS-DIA-UTIL-SIM                           VALUE 'S'.     RESSUB
           88  WS-DIA-UTIL-NAO                           VALUE 'N'.     RESSUB
       01  WS-DIA-SEMANA           PIC     9(01)         VALUE ZEROS.   RESSUB
       01  WS-QT-FERIADOS-MAX      PIC     9(04)         VALUE 2000.    RESSUB
       01  WS-QT-FERIADOS          PIC     9(04)         VALUE ZEROS.   RESSUB
       01  WS-TAB-FERIADOS.                                             RESSUB
           03  WS-TB-FER           OCCURS  1 TO 2000                    RESSUB
                                   DEPENDING ON WS-QT-FERIADOS          RESSUB
                                   ASCENDING KEY IS WS-TB-FER-DATA      RESSUB
                                   INDEXED BY I01-FER.                  RESSUB
               05  WS-TB-FER-DATA       PIC 9(08).                      RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    AREA DE AUXILIARES                                          *RESSUB
      ******************************************************************RESSUB
           ' DO ARQUIVO SYS020'.                                        RESSUB
       01  WS-MSG-SYS040           PIC     X(18)         VALUE          RESSUB
           ' DO ARQUIVO SYS040'.                                        RESSUB
       01  WS-MSG-SYS080           PIC     X(18)         VALUE          RESSUB
           ' DO ARQUIVO SYS080'.                                        RESSUB
      *                                                                 RESSUB
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  RESSUB
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    RESSUB
                                                         COMP.          RESSUB
      *                                                                 RESSUB
      *--- AREA DE TRABALHO PARA O FECHAMENTO DO DIA -------------------RESSUB
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.  RESSUB
           88  WS-FEC-FECHADO                            VALUE 'F'.     RESSUB
      *                                                                 RESSUB
      *--- AREA DE TRABALHO PARA A TABELA DE CODIGOS DE TRANSACAO ------RESSUB
       01  WS-TRN-DATA             PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-TRN-CODIGO           PIC     X(04)         VALUE SPACES.  RESSUB
            ORDER BY COD_TRANSACAO                                      RESSUB
       END-EXEC.                                                        RESSUB
      *                                                                 RESSUB
      *--- AREA DE TRABALHO PARA O CADASTRO DE EMPRESAS ----------------RESSUB
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    RESSUB
                                                         COMP.          RESSUB
       01  WS-EMP-SITUACAO         PIC     X(01)         VALUE SPACES.  RESSUB
       01  WS-EMP-DT-INICIO        PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-EMP-DT-FIM           PIC     X(08)         VALUE SPACES.  RESSUB
      *                                                                 RESSUB
       EXEC SQL                                                         RESSUB
           DECLARE C-EMPRESA CURSOR FOR                                 RESSUB
           SELECT COD_EMPRESA, IND_SITUACAO, DAT_INICIO, DAT_FIM        RESSUB
             FROM AUDITORIA.TB_EMPRESA                                  RESSUB
            ORDER BY COD_EMPRESA                                        RESSUB
       END-EXEC.                                                        RESSUB
      *                                                                 RESSUB
      *--- AREA DE TRABALHO PARA O CALENDARIO DE FERIADOS ------------- RESSUB
       01  WS-FER-DATA             PIC     X(08)         VALUE SPACES.  RESSUB
      *                                                                 RESSUB
       EXEC SQL                                                         RESSUB
           DECLARE C-FERIADO CURSOR FOR                                 RESSUB
           SELECT DAT_FERIADO                                           RESSUB
             FROM AUDITORIA.TB_FERIADO                                  RESSUB
            ORDER BY DAT_FERIADO                                        RESSUB
       END-EXEC.                                                        RESSUB
      *                                                                 RESSUB
      *--- AREA DE TRABALHO PARA O HISTORICO DE EVENTOS DO MOVIMENTO -- RESSUB
       01  WS-EVT-TRANSACAO        PIC     X(04)         VALUE SPACES.  RESSUB
       01  WS-EVT-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-EVT-EMPRESA          PIC     X(04)         VALUE SPACES.  RESSUB
       01  WS-EVT-VALOR            PIC    S9(11)V99      VALUE ZEROS    RESSUB
                                                         COMP-3.        RESSUB
       01  WS-EVT-DATA-MOVTO       PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-EVT-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS    RESSUB
                                                         COMP.          RESSUB
       01  WS-EVT-CODIGO           PIC     X(03)         VALUE SPACES.  RESSUB
       01  WS-EVT-MOTIVO           PIC     X(04)         VALUE SPACES.  RESSUB
       01  WS-EVT-PROGRAMA         PIC     X(08)         VALUE          RESSUB
           'RESSUBME'.                                                  RESSUB
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.  RESSUB
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS    RESSUB
                                                         COMP.          RESSUB
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.  RESSUB
       01  WS-EVT-DATA             PIC     X(08)         VALUE SPACES.  RESSUB
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.  RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
       77  FILLER                  PIC     X(38)         VALUE          RESSUB
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    RESSUB
                  WS-TIME-MAQ          DELIMITED BY SIZE                RESSUB
                                       INTO WS-HIST-INICIO.             RESSUB
      *                                                                 RESSUB
      *--- DATA DE MOVIMENTO JA FECHADA NAO RECEBE MAIS LANCAMENTO.    *RESSUB
           PERFORM RTVERIFICAFECHADO.                                   RESSUB
      *                                                                 RESSUB
      *--- CARREGA OS CODIGOS DE TRANSACAO VIGENTES NA DATA DE         *RESSUB
      *--- MOVIMENTO - A MESMA LISTA QUE O MODEL01 USOU NA CRITICA     *RESSUB
      *--- ORIGINAL DO DIA.                                            *RESSUB
           PERFORM RTCARGATRANSACOES.                                   RESSUB
      *                                                                 RESSUB
      *--- CARREGA O CADASTRO DE EMPRESAS - O MESMO DA CRITICA DO      *RESSUB
      *--- MODEL01.                                                    *RESSUB
           PERFORM RTCARGAEMPRESAS.                                     RESSUB
      *                                                                 RESSUB
      *--- CARREGA O CALENDARIO DE FERIADOS - O MESMO DA CRITICA DO    *RESSUB
      *--- MODEL01.                                                    *RESSUB
           PERFORM RTCARGAFERIADOS.                                     RESSUB
      *                                                                 RESSUB
           OPEN INPUT  CARQUIVO.                                        RESSUB
      *                                                                 RESSUB
                     SARQUIVO                                           RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
      *--- O CADASTRO DE AGENDADOS E UM KSDS PERMANENTE, SEM GERACAO,  *RESSUB
      *--- SEMPRE ABERTO EM I-O E CRIADO VAZIO NA PRIMEIRA VEZ, COMO NO*RESSUB
      *--- MODEL01. O RESSUBME NAO TEM REINICIO: OS PROVISORIOS DESTE  *RESSUB
      *--- PROGRAMA DEIXADOS POR UMA EXECUCAO INTERROMPIDA NUNCA SERAO *RESSUB
      *--- PROMOVIDOS E SAO APAGADOS AQUI.                             *RESSUB
           OPEN I-O AGENDA.                                             RESSUB
      *                                                                 RESSUB
           IF WS-FS-SYS080             EQUAL '35'                       RESSUB
               OPEN OUTPUT AGENDA                                       RESSUB
               CLOSE AGENDA                                             RESSUB
               OPEN I-O AGENDA                                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF WS-FS-SYS080             NOT EQUAL ZEROS                  RESSUB
               DISPLAY '#RESSUB.924I - ERRO NA ABERTURA' WS-MSG-SYS080  RESSUB
               DISPLAY '#RESSUB.924I - FILE STATUS = '   WS-FS-SYS080   RESSUB
               MOVE 'AGENDA'           TO WS-AUDIT-ARQUIVO              RESSUB
               MOVE WS-FS-SYS080       TO WS-AUDIT-STATUS               RESSUB
               PERFORM RTGRAVAAUDITORIA                                 RESSUB
               MOVE 0132                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFECHA                                          RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           SET WS-AGENDA-ABERTO-SIM    TO TRUE.                         RESSUB
      *                                                                 RESSUB
           SET WS-AGD-LIMPAR           TO TRUE.                         RESSUB
           PERFORM RTACERTAAGENDA.                                      RESSUB
      *                                                                 RESSUB
           IF WS-COD-RETORNO           NOT EQUAL ZEROS                  RESSUB
               PERFORM RTFECHA                                          RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
       RTINICIALIZAX.                  EXIT.                            RESSUB
      *                                                                 RESSUB
               PERFORM RTGRAVAREJEITO                                   RESSUB
               GO TO RTGRAVARQUIVOX                                     RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
      *--- MOVIMENTO AGENDADO: DATA EFETIVA POSTERIOR A DATA DE        *RESSUB
      *--- MOVIMENTO VAI PARA O CADASTRO DE AGENDADOS.                 *RESSUB
           PERFORM RTVERIFICAAGENDA.                                    RESSUB
      *                                                                 RESSUB
           IF WS-AGENDAR-SIM                                            RESSUB
               PERFORM RTGRAVAAGENDA                                    RESSUB
               GO TO RTGRAVARQUIVOX                                     RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           MOVE SPACES                 TO ARQUIVOS.                     RESSUB
           SET ARQS-REG-DETALHE        TO TRUE.                         RESSUB
           EVALUATE WS-FS-SYS020                                        RESSUB
               WHEN ZEROS                                               RESSUB
                   ADD 1               TO WS-CT-GRAVADOS                RESSUB
                   MOVE 'RES'          TO WS-EVT-CODIGO                 RESSUB
                   MOVE SPACES         TO WS-EVT-MOTIVO                 RESSUB
                   MOVE 'RESUBMETIDO APOS CORRECAO - SARQUIVO'          RESSUB
                                       TO WS-EVT-COMPLEMENTO            RESSUB
                   PERFORM RTEVENTOCORRIGIDO                            RESSUB
               WHEN OTHER                                               RESSUB
                   DISPLAY '#RESSUB.906I - ERRO NA GRAVACAO'            RESSUB
                           WS-MSG-SYS020                                RESSUB
               SET WS-REJ-DATA         TO TRUE                          RESSUB
               GO TO RTVALIDAX                                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
      *--- DATA EFETIVA VALIDA, MAS EM SABADO, DOMINGO OU FERIADO DO   *RESSUB
      *--- CALENDARIO (R007).                                          *RESSUB
           MOVE ARQE-DATA-EFETIVA      TO WS-DIA-UTIL-DATA.             RESSUB
           PERFORM RTVERIFICADIAUTIL.                                   RESSUB
           IF WS-DIA-UTIL-NAO                                           RESSUB
               SET WS-REJ-DIA-NAO-UTIL TO TRUE                          RESSUB
               GO TO RTVALIDAX                                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF ARQE-EMPRESA             NOT NUMERIC                      RESSUB
            OR ARQE-EMPRESA            EQUAL ZEROS                      RESSUB
               SET WS-REJ-EMPRESA      TO TRUE                          RESSUB
               GO TO RTVALIDAX                                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           MOVE ARQE-EMPRESA           TO WS-EMPRESA-TESTE.             RESSUB
           PERFORM RTPROCURAEMPRESA.                                    RESSUB
           IF WS-EMPRESA-ACHADA-NAO                                     RESSUB
               SET WS-REJ-EMP-DESCONHECIDA TO TRUE                      RESSUB
               GO TO RTVALIDAX                                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF NOT WS-TB-CAD-ATIVA(I01-CAD)                              RESSUB
            OR WS-TB-CAD-DT-INICIO(I01-CAD) GREATER ARQE-DATA-EFETIVA   RESSUB
            OR WS-TB-CAD-DT-FIM(I01-CAD)    LESS    ARQE-DATA-EFETIVA   RESSUB
               SET WS-REJ-EMP-INATIVA  TO TRUE                          RESSUB
               GO TO RTVALIDAX                                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF ARQE-VALOR               NOT NUMERIC                      RESSUB
               SET WS-REJ-VALOR        TO TRUE                          RESSUB
       RTPROCURATRANSACAOX.            EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *RESSUB
      ******************************************************************RESSUB
       RTCARGAEMPRESAS                 SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- ERRO DE SQL, CADASTRO VAZIO OU MAIOR QUE A TABELA ENCERRAM  *RESSUB
      *--- A EXECUCAO (RC 0120), COMO NO MODEL01.                      *RESSUB
           MOVE ZEROS                  TO WS-QT-CADASTRO.               RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               OPEN C-EMPRESA                                           RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           IF SQLCODE                  NOT EQUAL ZEROS                  RESSUB
               DISPLAY '#RESSUB.916I - ERRO NA ABERTURA DO CURSOR DO'   RESSUB
               DISPLAY '#RESSUB.916I - CADASTRO DE EMPRESAS - SQLCODE ' RESSUB
                       SQLCODE                                          RESSUB
               MOVE 0120                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               FETCH C-EMPRESA                                          RESSUB
                INTO :WS-EMP-CODIGO, :WS-EMP-SITUACAO,                  RESSUB
                     :WS-EMP-DT-INICIO, :WS-EMP-DT-FIM                  RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        RESSUB
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        RESSUB
               ADD 1                   TO WS-QT-CADASTRO                RESSUB
               SET I01-CAD             TO WS-QT-CADASTRO                RESSUB
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    RESSUB
               MOVE WS-EMP-SITUACAO    TO WS-TB-CAD-SITUACAO(I01-CAD)   RESSUB
               MOVE WS-EMP-DT-INICIO   TO WS-TB-CAD-DT-INICIO(I01-CAD)  RESSUB
               MOVE WS-EMP-DT-FIM      TO WS-TB-CAD-DT-FIM(I01-CAD)     RESSUB
               EXEC SQL                                                 RESSUB
                   FETCH C-EMPRESA                                      RESSUB
                    INTO :WS-EMP-CODIGO, :WS-EMP-SITUACAO,              RESSUB
                         :WS-EMP-DT-INICIO, :WS-EMP-DT-FIM              RESSUB
               END-EXEC                                                 RESSUB
           END-PERFORM.                                                 RESSUB
      *                                                                 RESSUB
           IF SQLCODE EQUAL ZEROS                                       RESSUB
            AND WS-QT-CADASTRO         EQUAL WS-QT-CADASTRO-MAX         RESSUB
               DISPLAY '#RESSUB.917I - TABELA DE EMPRESAS ESGOTADA'     RESSUB
               DISPLAY '#RESSUB.917I - MAIS DE ' WS-QT-CADASTRO-MAX     RESSUB
                       ' EMPRESAS NO CADASTRO'                          RESSUB
               MOVE 0120                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         RESSUB
               DISPLAY '#RESSUB.916I - ERRO NA LEITURA DO CURSOR DO'    RESSUB
               DISPLAY '#RESSUB.916I - CADASTRO DE EMPRESAS - SQLCODE ' RESSUB
                       SQLCODE                                          RESSUB
               MOVE 0120                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               CLOSE C-EMPRESA                                          RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           IF WS-QT-CADASTRO           EQUAL ZEROS                      RESSUB
               DISPLAY '#RESSUB.917I - CADASTRO DE EMPRESAS VAZIO'      RESSUB
               MOVE 0120                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
       RTCARGAEMPRESASX.               EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *RESSUB
      ******************************************************************RESSUB
       RTPROCURAEMPRESA                SECTION.                         RESSUB
      *                                                                 RESSUB
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         RESSUB
      *                                                                 RESSUB
           SEARCH ALL WS-TB-CAD                                         RESSUB
               AT END                                                   RESSUB
                   CONTINUE                                             RESSUB
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          RESSUB
                                       EQUAL WS-EMPRESA-TESTE           RESSUB
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    RESSUB
           END-SEARCH.                                                  RESSUB
      *                                                                 RESSUB
       RTPROCURAEMPRESAX.              EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE CARGA DO CALENDARIO DE FERIADOS (DB2)             *RESSUB
      ******************************************************************RESSUB
       RTCARGAFERIADOS                 SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- CARREGA TODOS OS FERIADOS DO CALENDARIO, JA ORDENADOS PELO  *RESSUB
      *--- CURSOR. ERRO DE SQL OU CALENDARIO MAIOR QUE A TABELA        *RESSUB
      *--- ENCERRAM A EXECUCAO (RC 0124), COMO NO MODEL01 - SEM O      *RESSUB
      *--- CALENDARIO UM CORRIGIDO DATADO EM FERIADO PASSARIA SEM R007.*RESSUB
           MOVE ZEROS                  TO WS-QT-FERIADOS.               RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               OPEN C-FERIADO                                           RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           IF SQLCODE                  NOT EQUAL ZEROS                  RESSUB
               DISPLAY '#RESSUB.918I - ERRO NA ABERTURA DO CURSOR DO'   RESSUB
               DISPLAY '#RESSUB.918I - CALENDARIO - SQLCODE = ' SQLCODE RESSUB
               MOVE 0124                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               FETCH C-FERIADO                                          RESSUB
                INTO :WS-FER-DATA                                       RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        RESSUB
                      OR WS-QT-FERIADOS EQUAL WS-QT-FERIADOS-MAX        RESSUB
               ADD 1                   TO WS-QT-FERIADOS                RESSUB
               SET I01-FER             TO WS-QT-FERIADOS                RESSUB
               MOVE WS-FER-DATA        TO WS-TB-FER-DATA(I01-FER)       RESSUB
               EXEC SQL                                                 RESSUB
                   FETCH C-FERIADO                                      RESSUB
                    INTO :WS-FER-DATA                                   RESSUB
               END-EXEC                                                 RESSUB
           END-PERFORM.                                                 RESSUB
      *                                                                 RESSUB
           IF SQLCODE EQUAL ZEROS                                       RESSUB
            AND WS-QT-FERIADOS         EQUAL WS-QT-FERIADOS-MAX         RESSUB
               DISPLAY '#RESSUB.919I - TABELA DE FERIADOS ESGOTADA'     RESSUB
               DISPLAY '#RESSUB.919I - MAIS DE ' WS-QT-FERIADOS-MAX     RESSUB
                       ' FERIADOS NO CALENDARIO'                        RESSUB
               MOVE 0124                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         RESSUB
               DISPLAY '#RESSUB.918I - ERRO NA LEITURA DO CURSOR DO'    RESSUB
               DISPLAY '#RESSUB.918I - CALENDARIO - SQLCODE = ' SQLCODE RESSUB
               MOVE 0124                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               CLOSE C-FERIADO                                          RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           DISPLAY '#RESSUB.920I - FERIADOS CARREGADOS - '              RESSUB
                   WS-QT-FERIADOS.                                      RESSUB
      *                                                                 RESSUB
       RTCARGAFERIADOSX.               EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE VERIFICACAO DE DIA UTIL                           *RESSUB
      ******************************************************************RESSUB
       RTVERIFICADIAUTIL               SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- RECEBE UMA DATA VALIDA (AAAAMMDD) EM WS-DIA-UTIL-DATA.      *RESSUB
      *--- DIA DA SEMANA PELO CALENDARIO INTRINSECO, COMO NO MODEL01:  *RESSUB
      *--- O DIA 1 (01/01/1601) FOI UMA SEGUNDA-FEIRA, ENTAO O RESTO   *RESSUB
      *--- DE (N - 1) / 7 DA 0 PARA SEGUNDA ... 6 PARA DOMINGO.        *RESSUB
           SET WS-DIA-UTIL-SIM         TO TRUE.                         RESSUB
      *                                                                 RESSUB
           COMPUTE WS-DIA-SEMANA =                                      RESSUB
                   FUNCTION MOD(                                        RESSUB
                       FUNCTION INTEGER-OF-DATE(WS-DIA-UTIL-DATA) - 1   RESSUB
                       7).                                              RESSUB
      *                                                                 RESSUB
           IF WS-DIA-SEMANA            GREATER 4                        RESSUB
               SET WS-DIA-UTIL-NAO     TO TRUE                          RESSUB
               GO TO RTVERIFICADIAUTILX                                 RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF WS-QT-FERIADOS           EQUAL ZEROS                      RESSUB
               GO TO RTVERIFICADIAUTILX                                 RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           SEARCH ALL WS-TB-FER                                         RESSUB
               AT END                                                   RESSUB
                   CONTINUE                                             RESSUB
               WHEN WS-TB-FER-DATA(I01-FER)                             RESSUB
                                       EQUAL WS-DIA-UTIL-DATA           RESSUB
                   SET WS-DIA-UTIL-NAO TO TRUE                          RESSUB
           END-SEARCH.                                                  RESSUB
      *                                                                 RESSUB
       RTVERIFICADIAUTILX.             EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE GRAVACAO DO ARQUIVO DE REJEITADOS                 *RESSUB
      ******************************************************************RESSUB
       RTGRAVAREJEITO                  SECTION.                         RESSUB
           EVALUATE WS-FS-SYS040                                        RESSUB
               WHEN ZEROS                                               RESSUB
                   ADD 1               TO WS-CT-REJEITADOS              RESSUB
                   MOVE 'REJ'          TO WS-EVT-CODIGO                 RESSUB
                   MOVE WS-MOTIVO-REJEICAO TO WS-EVT-MOTIVO             RESSUB
                   MOVE 'REJEITADO DE NOVO NA RESSUBMISSAO'             RESSUB
                                       TO WS-EVT-COMPLEMENTO            RESSUB
                   PERFORM RTEVENTOCORRIGIDO                            RESSUB
               WHEN OTHER                                               RESSUB
                   DISPLAY '#RESSUB.907I - ERRO NA GRAVACAO'            RESSUB
                           WS-MSG-SYS040                                RESSUB
           MOVE WS-CT-LIDOS            TO ARQS-QT-LIDOS.                RESSUB
           MOVE WS-CT-GRAVADOS         TO ARQS-QT-GRAVADOS.             RESSUB
           MOVE WS-DATA-EXECUCAO       TO ARQS-DATA-PROCESSO.           RESSUB
      *--- O RESSUBME NAO SUPRIME DUPLICADOS NEM RETEM POR LIMITE, MAS *RESSUB
      *--- OS CONTADORES DO TRAILER PRECISAM NASCER NUMERICOS PARA OS  *RESSUB
      *--- CONSUMIDORES DO SARQUIVO.                                   *RESSUB
           MOVE ZEROS                  TO ARQS-QT-DUPLICADOS.           RESSUB
           MOVE ZEROS                  TO ARQS-QT-RETIDOS.              RESSUB
           MOVE WS-CT-AGENDADOS        TO ARQS-QT-AGENDADOS.            RESSUB
      *                                                                 RESSUB
           MOVE ARQUIVOS               TO FD-REG-SARQUIVO.              RESSUB
      *                                                                 RESSUB
                   MOVE 0064           TO WS-COD-RETORNO                RESSUB
               END-IF                                                   RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
      *--- OS AGENDADOS SO SAO ACERTADOS DEPOIS DO FECHAMENTO DOS      *RESSUB
      *--- DEMAIS ARQUIVOS: UM SARQUIVO QUE NAO FECHOU TAMBEM DESFAZ   *RESSUB
      *--- OS PROVISORIOS.                                             *RESSUB
           IF WS-AGENDA-ABERTO-SIM                                      RESSUB
               PERFORM RTFECHAAGENDA                                    RESSUB
               CLOSE AGENDA                                             RESSUB
               SET WS-AGENDA-FECHADO   TO TRUE                          RESSUB
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  RESSUB
                   DISPLAY '#RESSUB.926I - ERRO NO FECHAMENTO'          RESSUB
                           WS-MSG-SYS080                                RESSUB
                   DISPLAY '#RESSUB.926I - FILE STATUS = ' WS-FS-SYS080 RESSUB
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              RESSUB
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               RESSUB
                   PERFORM RTGRAVAAUDITORIA                             RESSUB
                   IF WS-COD-RETORNO   EQUAL ZEROS                      RESSUB
                       MOVE 0132       TO WS-COD-RETORNO                RESSUB
                   END-IF                                               RESSUB
               END-IF                                                   RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
       RTFECHAX.                       EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE DECISAO DE AGENDAMENTO DO MOVIMENTO               *RESSUB
      ******************************************************************RESSUB
       RTVERIFICAAGENDA                SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- DECIDE SE O CORRIGIDO E UM MOVIMENTO FUTURO: DATA EFETIVA   *RESSUB
      *--- POSTERIOR A DATA DE MOVIMENTO DO PARAMETRO, COMO NO MODEL01.*RESSUB
      *--- A ROTINA SO DECIDE - QUEM GRAVA E O CHAMADOR.               *RESSUB
           SET WS-AGENDAR-NAO          TO TRUE.                         RESSUB
      *                                                                 RESSUB
           IF ARQE-DATA-EFETIVA        GREATER WS-DATA-EXECUCAO         RESSUB
               SET WS-AGENDAR-SIM      TO TRUE                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
       RTVERIFICAAGENDAX.              EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE GRAVACAO DO CADASTRO DE AGENDADOS                 *RESSUB
      ******************************************************************RESSUB
       RTGRAVAAGENDA                   SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- A CHAVE TERMINA NA DATA DE MOVIMENTO E NA POSICAO DO        *RESSUB
      *--- CORRIGIDO NO CARQUIVO. O REGISTRO NASCE PROVISORIO - O      *RESSUB
      *--- LIBAGEND E A TELA CANCAGEN SO O ENXERGAM DEPOIS DA PROMOCAO *RESSUB
      *--- NO FECHAMENTO (RTFECHAAGENDA).                              *RESSUB
           MOVE SPACES                 TO FD-REG-AGENDA.                RESSUB
           MOVE ARQE-DATA-EFETIVA      TO FD-AGD-DATA-EFETIVA.          RESSUB
           MOVE ARQE-EMPRESA           TO FD-AGD-EMPRESA.               RESSUB
           MOVE ARQE-COD-TRANSACAO     TO FD-AGD-TRANSACAO.             RESSUB
           MOVE WS-DATA-EXECUCAO       TO FD-AGD-DATA-RECEBIDO.         RESSUB
           MOVE WS-CT-LIDOS            TO FD-AGD-SEQ-RECEBIDO.          RESSUB
           MOVE ARQE-VALOR             TO FD-AGD-VALOR.                 RESSUB
           SET FD-AGD-PROVISORIO       TO TRUE.                         RESSUB
           MOVE ZEROS                  TO FD-AGD-DATA-CANCEL.           RESSUB
      *                                                                 RESSUB
           WRITE FD-REG-AGENDA.                                         RESSUB
      *                                                                 RESSUB
           EVALUATE WS-FS-SYS080                                        RESSUB
               WHEN ZEROS                                               RESSUB
                   ADD 1               TO WS-CT-AGENDADOS               RESSUB
                   MOVE 'AGD'          TO WS-EVT-CODIGO                 RESSUB
                   MOVE SPACES         TO WS-EVT-MOTIVO                 RESSUB
                   MOVE 'AGENDADO APOS CORRECAO - AGENDA'               RESSUB
                                       TO WS-EVT-COMPLEMENTO            RESSUB
                   PERFORM RTEVENTOCORRIGIDO                            RESSUB
               WHEN '22'                                                RESSUB
                   DISPLAY '#RESSUB.925I - MOVIMENTO JA AGENDADO - '    RESSUB
                           FD-AGD-CHAVE                                 RESSUB
                   ADD 1               TO WS-CT-AGENDADOS               RESSUB
               WHEN OTHER                                               RESSUB
                   DISPLAY '#RESSUB.925I - ERRO NA GRAVACAO'            RESSUB
                           WS-MSG-SYS080                                RESSUB
                   DISPLAY '#RESSUB.925I - FILE STATUS = '              RESSUB
                           WS-FS-SYS080                                 RESSUB
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              RESSUB
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               RESSUB
                   PERFORM RTGRAVAAUDITORIA                             RESSUB
                   MOVE 0132            TO WS-COD-RETORNO               RESSUB
                   PERFORM RTFECHA                                      RESSUB
                   PERFORM RTFINALIZA                                   RESSUB
           END-EVALUATE.                                                RESSUB
      *                                                                 RESSUB
       RTGRAVAAGENDAX.                 EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE FECHAMENTO DOS AGENDADOS PROVISORIOS              *RESSUB
      ******************************************************************RESSUB
       RTFECHAAGENDA                   SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- RETORNO ZERO PROMOVE OS PROVISORIOS DA EXECUCAO A PENDENTE; *RESSUB
      *--- FALHA OS APAGA (O RESSUBME NAO TEM REINICIO).               *RESSUB
           IF WS-CT-AGENDADOS          EQUAL ZEROS                      RESSUB
               GO TO RTFECHAAGENDAX                                     RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF WS-COD-RETORNO           EQUAL ZEROS                      RESSUB
               SET WS-AGD-CONFIRMAR    TO TRUE                          RESSUB
           ELSE                                                         RESSUB
               SET WS-AGD-DESCARTAR    TO TRUE                          RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           PERFORM RTACERTAAGENDA.                                      RESSUB
      *                                                                 RESSUB
       RTFECHAAGENDAX.                 EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE ACERTO DOS AGENDADOS PROVISORIOS                  *RESSUB
      ******************************************************************RESSUB
       RTACERTAAGENDA                  SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- PERCORRE O CADASTRO INTEIRO (A CHAVE COMECA PELA DATA       *RESSUB
      *--- EFETIVA) ATRAS DOS PROVISORIOS DA FAIXA DO RESSUBME:        *RESSUB
      *--- CONFIRMAR E DESCARTAR SO TOCAM OS DA DATA DE MOVIMENTO      *RESSUB
      *--- CORRENTE; LIMPAR APAGA TODOS. ERRO NO CADASTRO INTERROMPE O *RESSUB
      *--- ACERTO COM RC 0132.                                         *RESSUB
           MOVE ZEROS                  TO WS-CT-AGD-ACERTADOS.          RESSUB
      *                                                                 RESSUB
           MOVE LOW-VALUES             TO FD-AGD-CHAVE.                 RESSUB
           START AGENDA KEY            NOT LESS FD-AGD-CHAVE.           RESSUB
      *                                                                 RESSUB
           EVALUATE WS-FS-SYS080                                        RESSUB
               WHEN ZEROS                                               RESSUB
                   SET WS-AGD-FIM-NAO  TO TRUE                          RESSUB
               WHEN '23'                                                RESSUB
                   SET WS-AGD-FIM-SIM  TO TRUE                          RESSUB
               WHEN OTHER                                               RESSUB
                   MOVE 'POSICIONAR'   TO WS-AGD-OPERACAO               RESSUB
                   PERFORM RTERROACERTO                                 RESSUB
           END-EVALUATE.                                                RESSUB
      *                                                                 RESSUB
           PERFORM UNTIL WS-AGD-FIM-SIM                                 RESSUB
               READ AGENDA NEXT RECORD                                  RESSUB
               EVALUATE WS-FS-SYS080                                    RESSUB
                   WHEN ZEROS                                           RESSUB
                       PERFORM RTACERTAPROVISORIO                       RESSUB
                   WHEN '10'                                            RESSUB
                       SET WS-AGD-FIM-SIM TO TRUE                       RESSUB
                   WHEN OTHER                                           RESSUB
                       MOVE 'LER'      TO WS-AGD-OPERACAO               RESSUB
                       PERFORM RTERROACERTO                             RESSUB
               END-EVALUATE                                             RESSUB
           END-PERFORM.                                                 RESSUB
      *                                                                 RESSUB
           EVALUATE TRUE                                                RESSUB
               WHEN WS-AGD-CONFIRMAR                                    RESSUB
                   DISPLAY '#RESSUB.927I - AGENDADOS PROMOVIDOS A '     RESSUB
                           'PENDENTE  = ' WS-CT-AGD-ACERTADOS           RESSUB
               WHEN WS-AGD-DESCARTAR                                    RESSUB
                   DISPLAY '#RESSUB.927I - AGENDADOS PROVISORIOS '      RESSUB
                           'APAGADOS  = ' WS-CT-AGD-ACERTADOS           RESSUB
               WHEN OTHER                                               RESSUB
                   DISPLAY '#RESSUB.927I - PROVISORIOS DE EXECUCAO '    RESSUB
                           'INTERROMPIDA APAGADOS = '                   RESSUB
                           WS-CT-AGD-ACERTADOS                          RESSUB
           END-EVALUATE.                                                RESSUB
      *                                                                 RESSUB
       RTACERTAAGENDAX.                EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE ACERTO DE UM AGENDADO PROVISORIO                  *RESSUB
      ******************************************************************RESSUB
       RTACERTAPROVISORIO              SECTION.                         RESSUB
      *                                                                 RESSUB
           IF NOT FD-AGD-PROVISORIO                                     RESSUB
            OR FD-AGD-SEQ-RECEBIDO     LESS    WS-AGD-SEQ-INI           RESSUB
            OR FD-AGD-SEQ-RECEBIDO     GREATER WS-AGD-SEQ-FIM           RESSUB
               GO TO RTACERTAPROVISORIOX                                RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           IF NOT WS-AGD-LIMPAR                                         RESSUB
            AND FD-AGD-DATA-RECEBIDO   NOT EQUAL WS-DATA-EXECUCAO       RESSUB
               GO TO RTACERTAPROVISORIOX                                RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
      *--- PROMOCAO: A DATA DE RECEBIMENTO JA E A DO MOVIMENTO, SO A   *RESSUB
      *--- SITUACAO MUDA.                                              *RESSUB
           IF WS-AGD-CONFIRMAR                                          RESSUB
               SET FD-AGD-PENDENTE     TO TRUE                          RESSUB
               REWRITE FD-REG-AGENDA                                    RESSUB
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  RESSUB
                   MOVE 'REGRAVAR'     TO WS-AGD-OPERACAO               RESSUB
                   PERFORM RTERROACERTO                                 RESSUB
               ELSE                                                     RESSUB
                   ADD 1               TO WS-CT-AGD-ACERTADOS           RESSUB
               END-IF                                                   RESSUB
               GO TO RTACERTAPROVISORIOX                                RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           DELETE AGENDA RECORD.                                        RESSUB
      *                                                                 RESSUB
           IF WS-FS-SYS080             NOT EQUAL ZEROS                  RESSUB
               MOVE 'APAGAR'           TO WS-AGD-OPERACAO               RESSUB
               PERFORM RTERROACERTO                                     RESSUB
               GO TO RTACERTAPROVISORIOX                                RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           ADD 1                       TO WS-CT-AGD-ACERTADOS.          RESSUB
      *                                                                 RESSUB
       RTACERTAPROVISORIOX.            EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE ERRO NO ACERTO DOS AGENDADOS PROVISORIOS          *RESSUB
      ******************************************************************RESSUB
       RTERROACERTO                    SECTION.                         RESSUB
      *                                                                 RESSUB
           DISPLAY '#RESSUB.927I - ERRO AO ' WS-AGD-OPERACAO            RESSUB
                   ' PROVISORIO' WS-MSG-SYS080.                         RESSUB
           DISPLAY '#RESSUB.927I - FILE STATUS = ' WS-FS-SYS080.        RESSUB
           MOVE 'AGENDA'               TO WS-AUDIT-ARQUIVO.             RESSUB
           MOVE WS-FS-SYS080           TO WS-AUDIT-STATUS.              RESSUB
           PERFORM RTGRAVAAUDITORIA.                                    RESSUB
           IF WS-COD-RETORNO           EQUAL ZEROS                      RESSUB
               MOVE 0132               TO WS-COD-RETORNO                RESSUB
           END-IF.                                                      RESSUB
           SET WS-AGD-FIM-SIM          TO TRUE.                         RESSUB
      *                                                                 RESSUB
       RTERROACERTOX.                  EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE EVENTO DO REGISTRO CORRIGIDO                      *RESSUB
      ******************************************************************RESSUB
       RTEVENTOCORRIGIDO               SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- A CHAVE VEM DO CORRIGIDO COMO CHEGOU NO CARQUIVO E A POSICAO*RESSUB
      *--- E A ORDEM DE LEITURA. O CHAMADOR JA PREENCHEU O CODIGO, O   *RESSUB
      *--- MOTIVO E O COMPLEMENTO.                                     *RESSUB
           MOVE ARQE-COD-TRANSACAO     TO WS-EVT-TRANSACAO.             RESSUB
           MOVE ARQE-DETALHE(5:8)      TO WS-EVT-DATA-EFETIVA.          RESSUB
           MOVE ARQE-DETALHE(13:4)     TO WS-EVT-EMPRESA.               RESSUB
      *                                                                 RESSUB
           IF ARQE-VALOR               NUMERIC                          RESSUB
               MOVE ARQE-VALOR         TO WS-EVT-VALOR                  RESSUB
           ELSE                                                         RESSUB
               MOVE ZEROS              TO WS-EVT-VALOR                  RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
           MOVE WS-DATA-EXECUCAO       TO WS-EVT-DATA-MOVTO.            RESSUB
           MOVE WS-CT-LIDOS            TO WS-EVT-SEQ-ORIGEM.            RESSUB
      *                                                                 RESSUB
           PERFORM RTGRAVAEVENTO.                                       RESSUB
      *                                                                 RESSUB
       RTEVENTOCORRIGIDOX.             EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE GRAVACAO DO HISTORICO DE EVENTOS DO MOVIMENTO     *RESSUB
      ******************************************************************RESSUB
       RTGRAVAEVENTO                   SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- GRAVA EM AUDITORIA.TB_EVENTO_MOVTO O EVENTO MONTADO EM      *RESSUB
      *--- WS-EVT-* PELO CHAMADOR (CHAVE, DATA DE MOVIMENTO, POSICAO,  *RESSUB
      *--- CODIGO, MOTIVO E COMPLEMENTO). FALHA AQUI NAO INTERROMPE A  *RESSUB
      *--- EXECUCAO NEM MUDA O RETORNO - O MOVIMENTO JA FOI TRATADO, SO*RESSUB
      *--- O RASTRO FICA INCOMPLETO, E AS FALHAS SAEM NOS TOTAIS.      *RESSUB
           ACCEPT WS-EVT-DATA          FROM DATE YYYYMMDD.              RESSUB
           ACCEPT WS-EVT-HORA          FROM TIME.                       RESSUB
           STRING WS-EVT-DATA          DELIMITED BY SIZE                RESSUB
                  WS-EVT-HORA          DELIMITED BY SIZE                RESSUB
                                       INTO WS-EVT-DATA-HORA.           RESSUB
      *                                                                 RESSUB
           ADD 1                       TO WS-EVT-SEQUENCIA.             RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               INSERT INTO AUDITORIA.TB_EVENTO_MOVTO                    RESSUB
                   (COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,            RESSUB
                    VLR_MOVTO, DAT_MOVIMENTO, NUM_SEQ_ORIGEM,           RESSUB
                    COD_EVENTO, COD_MOTIVO, NOM_PROGRAMA,               RESSUB
                    NOM_OPERADOR, DAT_HOR_EVENTO, NUM_SEQ_EVENTO,       RESSUB
                    DES_COMPLEMENTO)                                    RESSUB
               VALUES                                                   RESSUB
                   (:WS-EVT-TRANSACAO, :WS-EVT-DATA-EFETIVA,            RESSUB
                    :WS-EVT-EMPRESA, :WS-EVT-VALOR,                     RESSUB
                    :WS-EVT-DATA-MOVTO, :WS-EVT-SEQ-ORIGEM,             RESSUB
                    :WS-EVT-CODIGO, :WS-EVT-MOTIVO,                     RESSUB
                    :WS-EVT-PROGRAMA, :WS-EVT-OPERADOR,                 RESSUB
                    :WS-EVT-DATA-HORA, :WS-EVT-SEQUENCIA,               RESSUB
                    :WS-EVT-COMPLEMENTO)                                RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           IF SQLCODE                  NOT EQUAL ZEROS                  RESSUB
               ADD 1                   TO WS-CT-EVT-FALHAS              RESSUB
               DISPLAY '#RESSUB.921I - ERRO NA GRAVACAO DO EVENTO '     RESSUB
                       WS-EVT-CODIGO ' - SQLCODE = ' SQLCODE            RESSUB
           ELSE                                                         RESSUB
               EXEC SQL                                                 RESSUB
                   COMMIT                                               RESSUB
               END-EXEC                                                 RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
       RTGRAVAEVENTOX.                 EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE AUDITORIA DE ERROS (DB2)                          *RESSUB
      ******************************************************************RESSUB
       RTGRAVAAUDITORIA                SECTION.                         RESSUB
       RTGRAVAAUDITORIAX.              EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE GUARDA DE DIA FECHADO                             *RESSUB
      ******************************************************************RESSUB
       RTVERIFICAFECHADO               SECTION.                         RESSUB
      *                                                                 RESSUB
      *--- FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO_DIA): DATA DE    *RESSUB
      *--- MOVIMENTO JA FECHADA PELO FECHADIA NAO RECEBE MAIS          *RESSUB
      *--- LANCAMENTO (RC 0136) ATE SER REABERTA NA TELA REABDIA. SEM  *RESSUB
      *--- LINHA NA TABELA (SQLCODE 100) O DIA ESTA ABERTO. ERRO NA    *RESSUB
      *--- CONSULTA ENCERRA A EXECUCAO ANTES DE ABRIR OS ARQUIVOS (RC  *RESSUB
      *--- 0088): NA DUVIDA, NADA E GERADO.                            *RESSUB
           MOVE WS-DATA-EXECUCAO       TO WS-FEC-DATA.                  RESSUB
      *                                                                 RESSUB
           EXEC SQL                                                     RESSUB
               SELECT IND_SITUACAO                                      RESSUB
                 INTO :WS-FEC-SITUACAO                                  RESSUB
                 FROM AUDITORIA.TB_FECHAMENTO_DIA                       RESSUB
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA                   RESSUB
           END-EXEC.                                                    RESSUB
      *                                                                 RESSUB
           EVALUATE SQLCODE                                             RESSUB
               WHEN ZEROS                                               RESSUB
                   CONTINUE                                             RESSUB
               WHEN +100                                                RESSUB
                   MOVE SPACES         TO WS-FEC-SITUACAO               RESSUB
               WHEN OTHER                                               RESSUB
                   DISPLAY '#RESSUB.923I - ERRO NA CONSULTA AO'         RESSUB
                   DISPLAY '#RESSUB.923I - FECHAMENTO DO DIA'           RESSUB
                   DISPLAY '#RESSUB.923I - SQLCODE = ' SQLCODE          RESSUB
                   MOVE 0088            TO WS-COD-RETORNO               RESSUB
                   PERFORM RTFINALIZA                                   RESSUB
           END-EVALUATE.                                                RESSUB
      *                                                                 RESSUB
           IF WS-FEC-FECHADO                                            RESSUB
               DISPLAY '#RESSUB.922I - DATA ' WS-DATA-EXECUCAO          RESSUB
                       ' JA FECHADA'                                    RESSUB
               DISPLAY '#RESSUB.922I - EXECUCAO RECUSADA - A DATA SO'   RESSUB
               DISPLAY '#RESSUB.922I - VOLTA A RECEBER LANCAMENTO'      RESSUB
               DISPLAY '#RESSUB.922I - REABERTA NA TELA REABDIA'        RESSUB
               MOVE 0136                TO WS-COD-RETORNO               RESSUB
               PERFORM RTFINALIZA                                       RESSUB
           END-IF.                                                      RESSUB
      *                                                                 RESSUB
       RTVERIFICAFECHADOX.             EXIT.                            RESSUB
      *                                                                 RESSUB
      ******************************************************************RESSUB
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *RESSUB
      ******************************************************************RESSUB
       RTGRAVAHISTORICO                SECTION.                         RESSUB
           DISPLAY '  REGISTROS GRAVADOS (SYS020) : ' WS-CT-GRAVADOS.   RESSUB
           DISPLAY '  REJEITADOS DE NOVO (SYS040) : '                   RESSUB
                   WS-CT-REJEITADOS.                                    RESSUB
           DISPLAY '  AGENDADOS          (SYS080) : ' WS-CT-AGENDADOS.  RESSUB
           IF WS-CT-EVT-FALHAS         GREATER ZEROS                    RESSUB
               DISPLAY '  EVENTOS NAO GRAVADOS (DB2)  : '               RESSUB
                       WS-CT-EVT-FALHAS                                 RESSUB
           END-IF.                                                      RESSUB
           DISPLAY '  DATA DO MOVIMENTO (PARM)    : '                   RESSUB
                   WS-DATA-EXECUCAO.                                    RESSUB
           DISPLAY '------------------------------------------------'.  RESSUB
