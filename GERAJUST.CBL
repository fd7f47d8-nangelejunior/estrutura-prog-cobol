      ******************************************************************GERAJU
       IDENTIFICATION                  DIVISION.                        GERAJU
      ******************************************************************GERAJU
       PROGRAM-ID. GERAJUST.                                            GERAJU
       AUTHOR.       FABRICA DE SOFTWARE.                               GERAJU
       DATE-WRITTEN. 15 OUT 2026.                                       GERAJU
       DATE-COMPILED.                                                   GERAJU
      ******************************************************************GERAJU
      *REMARKS.                                                         GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     *#NOME     : GERAJUST                                       GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     *#TIPO     : BATCH                                          GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     *#ANALISTA : FABRICA DE SOFTWARE                            GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     *#FUNCAO   : GERACAO NOTURNA DOS AJUSTES MANUAIS. LE OS     GERAJU
      *     *            AJUSTES APROVADOS NA TELA MANTAJUS             GERAJU
      *     *            (AUDITORIA.TB_AJUSTE, SITUACAO A - SEMPRE COM  GERAJU
      *     *            APROVADOR DIFERENTE DO AUTOR) E OS GRAVA NUMA  GERAJU
      *     *            GERACAO DO SARQUIVO (SYS020) MARCADA COMO DE   GERAJU
      *     *            AJUSTES (ARQS-IND-GERACAO / ARQS-ORIGEM = J,   GERAJU
      *     *            VIDE COPY ARQUIVOS), COM TRAILER DE TOTAIS,    GERAJU
      *     *            PARA O POSTSALD LANCAR. O ESTORNO (TIPO E) SAI GERAJU
      *     *            COMO EXCLUSAO (ARQS-TIPO-ALTERACAO = E), QUE O GERAJU
      *     *            POSTSALD SUBTRAI; O COMPLEMENTO (TIPO C) SOMA. GERAJU
      *     *            O SALDO ANTES E DEPOIS DE CADA AJUSTE E LIDO   GERAJU
      *     *            DO CADASTRO DE SALDOS (SYS070, SO LEITURA) E   GERAJU
      *     *            ACUMULADO NA ORDEM DOS AJUSTES DA MESMA CHAVE. GERAJU
      *     *            SO COM O SARQUIVO FECHADO COM SUCESSO OS       GERAJU
      *     *            AJUSTES PASSAM A LANCADOS (SITUACAO L), COM A  GERAJU
      *     *            DATA E OS SALDOS, NUMA UNICA UNIDADE DE        GERAJU
      *     *            TRABALHO DB2. A EXECUCAO E REGISTRADA NO       GERAJU
      *     *            HISTORICO (AUDITORIA.TB_HIST_EXECUCAO).        GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *GERAJU
      *     *              - VERSAO INICIAL.                           *GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     * VERSAO 02    - FABRICA DE SOFTWARE      -     15.10.2026 *GERAJU
      *     *              - FECHAMENTO DO DIA                         *GERAJU
      *     *                (AUDITORIA.TB_FECHAMENTO_DIA, BATCH       *GERAJU
      *     *                FECHADIA): DATA DE MOVIMENTO JA FECHADA   *GERAJU
      *     *                RECUSA A EXECUCAO (RC 0136) ATE A         *GERAJU
      *     *                REABERTURA PELA TELA REABDIA. ERRO NA     *GERAJU
      *     *                CONSULTA ENCERRA A EXECUCAO (RC 0088).    *GERAJU
      *     *----------------------------------------------------------*GERAJU
      *     * VERSAO 03    - FABRICA DE SOFTWARE      -     15.10.2026 *GERAJU
      *     *              - SEM NENHUM AJUSTE APROVADO A EXECUCAO     *GERAJU
      *     *                TERMINA COM RC 0008: O GERAJUSJ APAGA A   *GERAJU
      *     *                GERACAO DO SARQUIVO, QUE SO TEM O TRAILER,*GERAJU
      *     *                E NAO RODA O POSTSALD - A GDG NAO GANHA   *GERAJU
      *     *                UMA GERACAO VAZIA POR NOITE.              *GERAJU
      *     *----------------------------------------------------------*GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       ENVIRONMENT                     DIVISION.                        GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       CONFIGURATION                   SECTION.                         GERAJU
      ******************************************************************GERAJU
       SPECIAL-NAMES.                                                   GERAJU
           DECIMAL-POINT               IS COMMA.                        GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       INPUT-OUTPUT                    SECTION.                         GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
       FILE-CONTROL.                                                    GERAJU
           SELECT SARQUIVO ASSIGN      TO SYS020                        GERAJU
                  FILE     STATUS      IS WS-FS-SYS020.                 GERAJU
      *                                                                 GERAJU
           SELECT SALDOS   ASSIGN      TO SYS070                        GERAJU
                  ORGANIZATION         IS INDEXED                       GERAJU
                  ACCESS   MODE        IS RANDOM                        GERAJU
                  RECORD   KEY         IS FD-SAL-CHAVE                  GERAJU
                  FILE     STATUS      IS WS-FS-SALDOS.                 GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       DATA                            DIVISION.                        GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       FILE                            SECTION.                         GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      *--- GERACAO DO SARQUIVO COM OS AJUSTES (LAYOUT ARQUIVOS) ------- GERAJU
       FD  SARQUIVO                                                     GERAJU
           RECORDING MODE              IS F                             GERAJU
           LABEL     RECORD            IS STANDARD                      GERAJU
           BLOCK     CONTAINS          0  RECORDS.                      GERAJU
       01  FD-REG-SARQUIVO.                                             GERAJU
           03  FILLER              PIC     X(200).                      GERAJU
      *                                                                 GERAJU
      *--- CADASTRO DE SALDOS (SYS070 - VSAM KSDS, SO LEITURA) -------- GERAJU
       FD  SALDOS                                                       GERAJU
           RECORD    CONTAINS          40 CHARACTERS.                   GERAJU
       COPY SALDOMST.                                                   GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       WORKING-STORAGE                 SECTION.                         GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       77  FILLER                  PIC     X(32)         VALUE          GERAJU
           'III WORKING-STORAGE SECTION III'.                           GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE FILE STATUS                                         *GERAJU
      ******************************************************************GERAJU
       01  WS-FS-SYS020            PIC     X(02)         VALUE SPACES.  GERAJU
       01  WS-FS-SALDOS            PIC     X(02)         VALUE SPACES.  GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE CONTADORES                                          *GERAJU
      ******************************************************************GERAJU
       01  WS-CT-LIDOS             PIC     9(08)         VALUE ZEROS.   GERAJU
       01  WS-CT-GRAVADOS          PIC     9(08)         VALUE ZEROS.   GERAJU
       01  WS-CT-ATUALIZADOS       PIC     9(08)         VALUE ZEROS.   GERAJU
       01  WS-CT-ESTORNOS          PIC     9(08)         VALUE ZEROS.   GERAJU
       01  WS-CT-COMPLEMENTOS      PIC     9(08)         VALUE ZEROS.   GERAJU
      *                                                                 GERAJU
       01  WS-VL-ESTORNOS          PIC    S9(15)V99      VALUE ZEROS    GERAJU
                                                         COMP-3.        GERAJU
       01  WS-VL-COMPLEMENTOS      PIC    S9(15)V99      VALUE ZEROS    GERAJU
                                                         COMP-3.        GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE ABERTURA DOS ARQUIVOS                               *GERAJU
      ******************************************************************GERAJU
       01  WS-SARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     GERAJU
           88  WS-SARQUIVO-ABERTO-SIM                    VALUE 'S'.     GERAJU
           88  WS-SARQUIVO-FECHADO                       VALUE 'N'.     GERAJU
       01  WS-SALDOS-ABERTO        PIC     X(01)         VALUE 'N'.     GERAJU
           88  WS-SALDOS-ABERTO-SIM                      VALUE 'S'.     GERAJU
           88  WS-SALDOS-FECHADO                         VALUE 'N'.     GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DOS AJUSTES APROVADOS                                  *GERAJU
      ******************************************************************GERAJU
      *--- OS APROVADOS SAO CARREGADOS NA TABELA ABAIXO, JA NA ORDEM  * GERAJU
      *--- EMPRESA/TRANSACAO/NUMERO DO PROPRIO CURSOR, ANTES DE       * GERAJU
      *--- QUALQUER GRAVACAO. O EXCEDENTE DA TABELA CONTINUA APROVADO * GERAJU
      *--- E SAI NA NOITE SEGUINTE (RC 0004).                         * GERAJU
       01  WS-QT-AJUSTE-MAX        PIC     9(04)         VALUE 1000.    GERAJU
       01  WS-QT-AJUSTES           PIC     9(04)         VALUE ZEROS.   GERAJU
       01  WS-SUB                  PIC     9(04)         VALUE ZEROS.   GERAJU
       01  WS-TAB-AJUSTE.                                               GERAJU
           03  WS-TB-AJU           OCCURS  1000.                        GERAJU
               05  WS-TB-AJU-NUMERO    PIC 9(09).                       GERAJU
               05  WS-TB-AJU-CHAVE.                                     GERAJU
                   07  WS-TB-AJU-EMPRESA   PIC 9(04).                   GERAJU
                   07  WS-TB-AJU-TRANSACAO PIC X(04).                   GERAJU
               05  WS-TB-AJU-TIPO      PIC X(01).                       GERAJU
               05  WS-TB-AJU-VALOR     PIC S9(11)V99 COMP-3.            GERAJU
               05  WS-TB-AJU-ANTES     PIC S9(15)V99 COMP-3.            GERAJU
               05  WS-TB-AJU-DEPOIS    PIC S9(15)V99 COMP-3.            GERAJU
      *                                                                 GERAJU
      *--- SALDO CORRENTE DA CHAVE EM TRATAMENTO: O PRIMEIRO AJUSTE DA *GERAJU
      *--- CHAVE PARTE DO CADASTRO DE SALDOS, OS SEGUINTES DO SALDO    *GERAJU
      *--- DEPOIS DO ANTERIOR.                                         *GERAJU
       01  WS-CHAVE-ANT            PIC     X(08)         VALUE SPACES.  GERAJU
       01  WS-SALDO-CORRENTE       PIC    S9(15)V99      VALUE ZEROS    GERAJU
                                                         COMP-3.        GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE AUXILIARES                                          *GERAJU
      ******************************************************************GERAJU
       01  WS-MSG-SYS020           PIC     X(18)         VALUE          GERAJU
           ' DO ARQUIVO SYS020'.                                        GERAJU
       01  WS-MSG-SYS070           PIC     X(18)         VALUE          GERAJU
           ' DO ARQUIVO SYS070'.                                        GERAJU
      *                                                                 GERAJU
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  GERAJU
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  GERAJU
      *                                                                 GERAJU
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  GERAJU
       01  WS-DATA-DISPLAY.                                             GERAJU
           03  WS-DATA-BR.                                              GERAJU
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  GERAJU
               05  FILLER          PIC     X             VALUE '/'.     GERAJU
               05  WS-MES          PIC     X(02)         VALUE SPACES.  GERAJU
               05  FILLER          PIC     X             VALUE '/'.     GERAJU
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  GERAJU
               05  FILLER          PIC     X             VALUE ' '.     GERAJU
           03  WS-HORA-BR.                                              GERAJU
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   GERAJU
               05  FILLER          PIC     X             VALUE ':'.     GERAJU
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   GERAJU
               05  FILLER          PIC     X             VALUE ':'.     GERAJU
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE PARAMETROS DE EXECUCAO                              *GERAJU
      ******************************************************************GERAJU
      *--- MESMO PARAMETRO ESTRUTURADO DA FAMILIA MODEL01 - SO A DATA * GERAJU
      *--- DE MOVIMENTO E O CODIGO DE RETORNO SAO USADOS AQUI.        * GERAJU
       COPY PARMEXEC.                                                   GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE COPY BOOKS                                          *GERAJU
      ******************************************************************GERAJU
       COPY ARQUIVOS.                                                   GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    AREA DE DB2                                                 *GERAJU
      ******************************************************************GERAJU
      *--- AREA DE TRABALHO PARA AUDITORIA DE ERROS DE ARQUIVO         *GERAJU
       01  WS-AUDIT-PROGRAMA       PIC     X(08)         VALUE          GERAJU
           'GERAJUST'.                                                  GERAJU
       01  WS-AUDIT-ARQUIVO        PIC     X(10)         VALUE SPACES.  GERAJU
       01  WS-AUDIT-STATUS         PIC     X(02)         VALUE SPACES.  GERAJU
       01  WS-AUDIT-TIMESTAMP      PIC     X(14)         VALUE SPACES.  GERAJU
      *                                                                 GERAJU
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------GERAJU
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          GERAJU
           'GERAJUST'.                                                  GERAJU
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  GERAJU
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'J'.     GERAJU
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  GERAJU
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  GERAJU
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
      *                                                                 GERAJU
      *--- AREA DE TRABALHO PARA O FECHAMENTO DO DIA -------------------GERAJU
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.  GERAJU
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.  GERAJU
           88  WS-FEC-FECHADO                            VALUE 'F'.     GERAJU
      *                                                                 GERAJU
      *--- AREA DE TRABALHO PARA OS AJUSTES ----------------------------GERAJU
       01  WS-AJU-NUMERO           PIC    S9(09)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
       01  WS-AJU-EMPRESA          PIC    S9(04)         VALUE ZEROS    GERAJU
                                                         COMP.          GERAJU
       01  WS-AJU-TRANSACAO        PIC     X(04)         VALUE SPACES.  GERAJU
       01  WS-AJU-TIPO             PIC     X(01)         VALUE SPACES.  GERAJU
       01  WS-AJU-VALOR            PIC    S9(11)V99      VALUE ZEROS    GERAJU
                                                         COMP-3.        GERAJU
       01  WS-AJU-DATA-LANCTO      PIC     X(08)         VALUE SPACES.  GERAJU
       01  WS-AJU-SALDO-ANTES      PIC    S9(15)V99      VALUE ZEROS    GERAJU
                                                         COMP-3.        GERAJU
       01  WS-AJU-SALDO-DEPOIS     PIC    S9(15)V99      VALUE ZEROS    GERAJU
                                                         COMP-3.        GERAJU
      *                                                                 GERAJU
       EXEC SQL                                                         GERAJU
           INCLUDE SQLCA                                                GERAJU
       END-EXEC.                                                        GERAJU
      *                                                                 GERAJU
      *--- SO OS APROVADOS POR OUTRA PESSOA: A TELA JA IMPEDE O AUTOR * GERAJU
      *--- DE APROVAR O PROPRIO AJUSTE, E O FILTRO REPETE A REGRA AQUI* GERAJU
      *--- PARA QUE NENHUMA ATUALIZACAO POR FORA DA TELA A CONTORNE.  * GERAJU
       EXEC SQL                                                         GERAJU
           DECLARE C-AJUSTE CURSOR FOR                                  GERAJU
           SELECT NUM_AJUSTE, COD_EMPRESA, COD_TRANSACAO,               GERAJU
                  IND_TIPO, VLR_AJUSTE                                  GERAJU
             FROM AUDITORIA.TB_AJUSTE                                   GERAJU
            WHERE IND_SITUACAO   = 'A'                                  GERAJU
              AND NOM_APROVADOR <> NOM_AUTOR                            GERAJU
            ORDER BY COD_EMPRESA, COD_TRANSACAO, NUM_AJUSTE             GERAJU
       END-EXEC.                                                        GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       77  FILLER                  PIC     X(38)         VALUE          GERAJU
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       LINKAGE                         SECTION.                         GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      *--- PARAMETRO DE EXECUCAO RECEBIDO DO JOB CHAMADOR (MESMO       *GERAJU
      *--- LAYOUT DE WS-PARM-EXECUCAO, COM PREFIXO LK- - VIDE COPY     *GERAJU
      *--- PARMEXEC)                                                   *GERAJU
       COPY PARMEXEC REPLACING LEADING ==WS== BY ==LK==.                GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
       PROCEDURE                       DIVISION USING LK-PARM-EXECUCAO. GERAJU
      ******************************************************************GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA PRINCIPAL                                            *GERAJU
      ******************************************************************GERAJU
       RTPRINCIPAL                     SECTION.                         GERAJU
      *                                                                 GERAJU
           PERFORM RTINICIALIZA.                                        GERAJU
      *                                                                 GERAJU
           PERFORM RTCARGAAJUSTES.                                      GERAJU
      *                                                                 GERAJU
           PERFORM RTPROCESSA.                                          GERAJU
      *                                                                 GERAJU
           PERFORM RTGRAVATRAILER.                                      GERAJU
      *                                                                 GERAJU
      *--- O SARQUIVO E FECHADO ANTES DE MARCAR OS AJUSTES COMO        *GERAJU
      *--- LANCADOS: SE A GRAVACAO FALHAR, ELES CONTINUAM APROVADOS E  *GERAJU
      *--- SAEM NUMA NOVA EXECUCAO, SEM PERDA.                         *GERAJU
           PERFORM RTFECHASAIDA.                                        GERAJU
      *                                                                 GERAJU
           PERFORM RTATUALIZAAJUSTES.                                   GERAJU
      *                                                                 GERAJU
           PERFORM RTFECHA.                                             GERAJU
      *                                                                 GERAJU
      *--- NENHUM AJUSTE APROVADO: A GERACAO SO TEM O TRAILER E O      *GERAJU
      *--- RC 0008 FAZ O GERAJUSJ APAGA-LA E PULAR O POSTSALD.         *GERAJU
           IF WS-QT-AJUSTES            EQUAL ZEROS                      GERAJU
            AND WS-COD-RETORNO         EQUAL ZEROS                      GERAJU
               DISPLAY '#GERAJU.915I - NENHUM AJUSTE APROVADO -'        GERAJU
               DISPLAY '#GERAJU.915I - GERACAO DO SARQUIVO VAZIA'       GERAJU
               MOVE 0008                TO WS-COD-RETORNO               GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           PERFORM RTFINALIZA.                                          GERAJU
      *                                                                 GERAJU
       RTPRINCIPALX.                   EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE INICIALIZACAO                                     *GERAJU
      ******************************************************************GERAJU
       RTINICIALIZA                    SECTION.                         GERAJU
      *                                                                 GERAJU
           INITIALIZE ARQUIVOS                                          GERAJU
                      WS-PARM-EXECUCAO.                                 GERAJU
      *                                                                 GERAJU
           DISPLAY '*************************************************'. GERAJU
           MOVE '#GERAJU.900I - INICIO DO PROCESSAMENTO'                GERAJU
                                       TO WS-MENSAGEM.                  GERAJU
      *                                                                 GERAJU
           ACCEPT WS-DATA-MAQ          FROM DATE.                       GERAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAJU
      *                                                                 GERAJU
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   GERAJU
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   GERAJU
      *                                                                 GERAJU
           DISPLAY WS-MENSAGEM.                                         GERAJU
           DISPLAY WS-DATA-DISPLAY.                                     GERAJU
           DISPLAY '*************************************************'. GERAJU
      *                                                                 GERAJU
           MOVE LK-PARM-EXECUCAO       TO WS-PARM-EXECUCAO.             GERAJU
           MOVE ZEROS                  TO WS-COD-RETORNO.               GERAJU
      *                                                                 GERAJU
           IF WS-DATA-EXECUCAO         EQUAL ZEROS                      GERAJU
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD               GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO -----------------GERAJU
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              GERAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAJU
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                GERAJU
                  WS-TIME-MAQ          DELIMITED BY SIZE                GERAJU
                                       INTO WS-HIST-INICIO.             GERAJU
      *                                                                 GERAJU
      *--- DATA DE MOVIMENTO JA FECHADA NAO RECEBE MAIS LANCAMENTO.    *GERAJU
           PERFORM RTVERIFICAFECHADO.                                   GERAJU
      *                                                                 GERAJU
      *--- UM CADASTRO DE SALDOS AINDA NAO CARREGADO (STATUS 35) NAO   *GERAJU
      *--- IMPEDE O AJUSTE: TODOS OS SALDOS ANTERIORES SAO ZERO.       *GERAJU
           OPEN INPUT SALDOS.                                           GERAJU
      *                                                                 GERAJU
           EVALUATE WS-FS-SALDOS                                        GERAJU
               WHEN ZEROS                                               GERAJU
                   SET WS-SALDOS-ABERTO-SIM TO TRUE                     GERAJU
               WHEN '35'                                                GERAJU
                   DISPLAY '#GERAJU.901I - CADASTRO DE SALDOS VAZIO'    GERAJU
               WHEN OTHER                                               GERAJU
                   DISPLAY '#GERAJU.901I - ERRO NA ABERTURA'            GERAJU
                           WS-MSG-SYS070                                GERAJU
                   DISPLAY '#GERAJU.901I - FILE STATUS = ' WS-FS-SALDOS GERAJU
                   MOVE 'SALDOS'       TO WS-AUDIT-ARQUIVO              GERAJU
                   MOVE WS-FS-SALDOS   TO WS-AUDIT-STATUS               GERAJU
                   PERFORM RTGRAVAAUDITORIA                             GERAJU
                   MOVE 0020            TO WS-COD-RETORNO               GERAJU
                   PERFORM RTFINALIZA                                   GERAJU
           END-EVALUATE.                                                GERAJU
      *                                                                 GERAJU
           OPEN OUTPUT SARQUIVO.                                        GERAJU
      *                                                                 GERAJU
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  GERAJU
               DISPLAY '#GERAJU.902I - ERRO NA ABERTURA' WS-MSG-SYS020  GERAJU
               DISPLAY '#GERAJU.902I - FILE STATUS = '   WS-FS-SYS020   GERAJU
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAJU
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               GERAJU
               PERFORM RTGRAVAAUDITORIA                                 GERAJU
               MOVE 0024                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFECHA                                          GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           SET WS-SARQUIVO-ABERTO-SIM  TO TRUE.                         GERAJU
      *                                                                 GERAJU
       RTINICIALIZAX.                  EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE CARGA DOS AJUSTES APROVADOS (DB2)                 *GERAJU
      ******************************************************************GERAJU
       RTCARGAAJUSTES                  SECTION.                         GERAJU
      *                                                                 GERAJU
           MOVE ZEROS                  TO WS-QT-AJUSTES.                GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               OPEN C-AJUSTE                                            GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
           IF SQLCODE                  NOT EQUAL ZEROS                  GERAJU
               DISPLAY '#GERAJU.903I - ERRO NA ABERTURA DO CURSOR'      GERAJU
               DISPLAY '#GERAJU.903I - SQLCODE = ' SQLCODE              GERAJU
               MOVE 0028                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFECHA                                          GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           PERFORM RTFETCH.                                             GERAJU
      *                                                                 GERAJU
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        GERAJU
                      OR WS-QT-AJUSTES EQUAL WS-QT-AJUSTE-MAX           GERAJU
               ADD 1                   TO WS-QT-AJUSTES                 GERAJU
               ADD 1                   TO WS-CT-LIDOS                   GERAJU
               MOVE WS-QT-AJUSTES      TO WS-SUB                        GERAJU
               MOVE WS-AJU-NUMERO      TO WS-TB-AJU-NUMERO(WS-SUB)      GERAJU
               MOVE WS-AJU-EMPRESA     TO WS-TB-AJU-EMPRESA(WS-SUB)     GERAJU
               MOVE WS-AJU-TRANSACAO   TO WS-TB-AJU-TRANSACAO(WS-SUB)   GERAJU
               MOVE WS-AJU-TIPO        TO WS-TB-AJU-TIPO(WS-SUB)        GERAJU
               MOVE WS-AJU-VALOR       TO WS-TB-AJU-VALOR(WS-SUB)       GERAJU
               PERFORM RTFETCH                                          GERAJU
           END-PERFORM.                                                 GERAJU
      *                                                                 GERAJU
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         GERAJU
               DISPLAY '#GERAJU.904I - ERRO NA LEITURA DO CURSOR'       GERAJU
               DISPLAY '#GERAJU.904I - SQLCODE = ' SQLCODE              GERAJU
               MOVE 0032                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFECHA                                          GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           IF SQLCODE                  EQUAL ZEROS                      GERAJU
               DISPLAY '#GERAJU.905I - TABELA DE AJUSTES ESGOTADA'      GERAJU
               DISPLAY '#GERAJU.905I - MAXIMO DE ' WS-QT-AJUSTE-MAX     GERAJU
                       ' AJUSTES - O EXCEDENTE SAI NA PROXIMA NOITE'    GERAJU
               MOVE 0004                TO WS-COD-RETORNO               GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               CLOSE C-AJUSTE                                           GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
       RTCARGAAJUSTESX.                EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE LEITURA DO CURSOR DE AJUSTES                      *GERAJU
      ******************************************************************GERAJU
       RTFETCH                         SECTION.                         GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               FETCH C-AJUSTE                                           GERAJU
                INTO :WS-AJU-NUMERO, :WS-AJU-EMPRESA,                   GERAJU
                     :WS-AJU-TRANSACAO, :WS-AJU-TIPO,                   GERAJU
                     :WS-AJU-VALOR                                      GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
       RTFETCHX.                       EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE PROCESSAMENTO (GRAVACAO DOS AJUSTES NO SARQUIVO)  *GERAJU
      ******************************************************************GERAJU
       RTPROCESSA                      SECTION.                         GERAJU
      *                                                                 GERAJU
           PERFORM VARYING WS-SUB FROM 1 BY 1                           GERAJU
                   UNTIL WS-SUB GREATER WS-QT-AJUSTES                   GERAJU
               PERFORM RTGRAVAAJUSTE                                    GERAJU
           END-PERFORM.                                                 GERAJU
      *                                                                 GERAJU
       RTPROCESSAX.                    EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE GRAVACAO DE UM AJUSTE                             *GERAJU
      ******************************************************************GERAJU
       RTGRAVAAJUSTE                   SECTION.                         GERAJU
      *                                                                 GERAJU
           IF WS-TB-AJU-CHAVE(WS-SUB)  NOT EQUAL WS-CHAVE-ANT           GERAJU
               MOVE WS-TB-AJU-CHAVE(WS-SUB) TO WS-CHAVE-ANT             GERAJU
               PERFORM RTLESALDO                                        GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           MOVE WS-SALDO-CORRENTE      TO WS-TB-AJU-ANTES(WS-SUB).      GERAJU
      *                                                                 GERAJU
           MOVE SPACES                 TO ARQUIVOS.                     GERAJU
           SET ARQS-REG-DETALHE        TO TRUE.                         GERAJU
           MOVE WS-TB-AJU-TRANSACAO(WS-SUB) TO ARQS-COD-TRANSACAO.      GERAJU
           MOVE WS-DATA-EXECUCAO       TO ARQS-DATA-EFETIVA.            GERAJU
           MOVE WS-TB-AJU-EMPRESA(WS-SUB)   TO ARQS-EMPRESA.            GERAJU
           MOVE WS-TB-AJU-VALOR(WS-SUB)     TO ARQS-VALOR.              GERAJU
           SET ARQS-ORIG-AJUSTE        TO TRUE.                         GERAJU
           MOVE WS-TB-AJU-NUMERO(WS-SUB)    TO ARQS-NUM-AJUSTE.         GERAJU
      *                                                                 GERAJU
      *--- ESTORNO SAI COMO EXCLUSAO (O POSTSALD SUBTRAI O VALOR);     *GERAJU
      *--- COMPLEMENTO SAI COMO DETALHE COMUM (SOMA).                  *GERAJU
           IF WS-TB-AJU-TIPO(WS-SUB)   EQUAL 'E'                        GERAJU
               SET ARQS-ALT-EXCLUSAO   TO TRUE                          GERAJU
               SUBTRACT WS-TB-AJU-VALOR(WS-SUB) FROM WS-SALDO-CORRENTE  GERAJU
               ADD 1                   TO WS-CT-ESTORNOS                GERAJU
               ADD WS-TB-AJU-VALOR(WS-SUB) TO WS-VL-ESTORNOS            GERAJU
           ELSE                                                         GERAJU
               ADD WS-TB-AJU-VALOR(WS-SUB) TO WS-SALDO-CORRENTE         GERAJU
               ADD 1                   TO WS-CT-COMPLEMENTOS            GERAJU
               ADD WS-TB-AJU-VALOR(WS-SUB) TO WS-VL-COMPLEMENTOS        GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           MOVE WS-SALDO-CORRENTE      TO WS-TB-AJU-DEPOIS(WS-SUB).     GERAJU
      *                                                                 GERAJU
           MOVE ARQUIVOS               TO FD-REG-SARQUIVO.              GERAJU
      *                                                                 GERAJU
           WRITE FD-REG-SARQUIVO.                                       GERAJU
      *                                                                 GERAJU
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  GERAJU
               DISPLAY '#GERAJU.906I - ERRO NA GRAVACAO' WS-MSG-SYS020  GERAJU
               DISPLAY '#GERAJU.906I - FILE STATUS = '   WS-FS-SYS020   GERAJU
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAJU
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               GERAJU
               PERFORM RTGRAVAAUDITORIA                                 GERAJU
               MOVE 0036                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFECHA                                          GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           ADD 1                       TO WS-CT-GRAVADOS.               GERAJU
      *                                                                 GERAJU
       RTGRAVAAJUSTEX.                 EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE LEITURA DO SALDO ATUAL DA CHAVE                   *GERAJU
      ******************************************************************GERAJU
       RTLESALDO                       SECTION.                         GERAJU
      *                                                                 GERAJU
           MOVE ZEROS                  TO WS-SALDO-CORRENTE.            GERAJU
      *                                                                 GERAJU
           IF WS-SALDOS-FECHADO                                         GERAJU
               GO TO RTLESALDOX                                         GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           MOVE WS-CHAVE-ANT           TO FD-SAL-CHAVE.                 GERAJU
      *                                                                 GERAJU
           READ SALDOS.                                                 GERAJU
      *                                                                 GERAJU
           EVALUATE WS-FS-SALDOS                                        GERAJU
               WHEN ZEROS                                               GERAJU
                   MOVE FD-SAL-SALDO   TO WS-SALDO-CORRENTE             GERAJU
               WHEN '23'                                                GERAJU
                   CONTINUE                                             GERAJU
               WHEN OTHER                                               GERAJU
                   DISPLAY '#GERAJU.907I - ERRO NA LEITURA'             GERAJU
                           WS-MSG-SYS070                                GERAJU
                   DISPLAY '#GERAJU.907I - FILE STATUS = '              GERAJU
                           WS-FS-SALDOS                                 GERAJU
                   MOVE 'SALDOS'       TO WS-AUDIT-ARQUIVO              GERAJU
                   MOVE WS-FS-SALDOS   TO WS-AUDIT-STATUS               GERAJU
                   PERFORM RTGRAVAAUDITORIA                             GERAJU
                   MOVE 0040            TO WS-COD-RETORNO               GERAJU
                   PERFORM RTFECHA                                      GERAJU
                   PERFORM RTFINALIZA                                   GERAJU
           END-EVALUATE.                                                GERAJU
      *                                                                 GERAJU
       RTLESALDOX.                     EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE GRAVACAO DO TRAILER DE TOTAIS NO SARQUIVO         *GERAJU
      ******************************************************************GERAJU
       RTGRAVATRAILER                  SECTION.                         GERAJU
      *                                                                 GERAJU
           MOVE SPACES                 TO ARQUIVOS.                     GERAJU
           SET ARQS-REG-TRAILER        TO TRUE.                         GERAJU
           MOVE WS-CT-GRAVADOS         TO ARQS-QT-LIDOS.                GERAJU
           MOVE WS-CT-GRAVADOS         TO ARQS-QT-GRAVADOS.             GERAJU
           MOVE WS-DATA-EXECUCAO       TO ARQS-DATA-PROCESSO.           GERAJU
           MOVE ZEROS                  TO ARQS-QT-DUPLICADOS.           GERAJU
           MOVE ZEROS                  TO ARQS-QT-RETIDOS.              GERAJU
           MOVE ZEROS                  TO ARQS-QT-AGENDADOS.            GERAJU
           SET ARQS-GER-AJUSTES        TO TRUE.                         GERAJU
      *                                                                 GERAJU
           MOVE ARQUIVOS               TO FD-REG-SARQUIVO.              GERAJU
      *                                                                 GERAJU
           WRITE FD-REG-SARQUIVO.                                       GERAJU
      *                                                                 GERAJU
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  GERAJU
               DISPLAY '#GERAJU.908I - ERRO NA GRAVACAO DO TRAILER'     GERAJU
               DISPLAY '#GERAJU.908I - FILE STATUS = ' WS-FS-SYS020     GERAJU
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAJU
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               GERAJU
               PERFORM RTGRAVAAUDITORIA                                 GERAJU
               MOVE 0044                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFECHA                                          GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
       RTGRAVATRAILERX.                EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE FECHAMENTO DO SARQUIVO                            *GERAJU
      ******************************************************************GERAJU
       RTFECHASAIDA                    SECTION.                         GERAJU
      *                                                                 GERAJU
           CLOSE SARQUIVO.                                              GERAJU
           SET WS-SARQUIVO-FECHADO     TO TRUE.                         GERAJU
      *                                                                 GERAJU
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  GERAJU
               DISPLAY '#GERAJU.909I - ERRO NO FECHAMENTO'              GERAJU
                       WS-MSG-SYS020                                    GERAJU
               DISPLAY '#GERAJU.909I - FILE STATUS = ' WS-FS-SYS020     GERAJU
               DISPLAY '#GERAJU.909I - NENHUM AJUSTE FOI MARCADO'       GERAJU
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAJU
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               GERAJU
               PERFORM RTGRAVAAUDITORIA                                 GERAJU
               MOVE 0056                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFECHA                                          GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
       RTFECHASAIDAX.                  EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE MARCACAO DOS AJUSTES COMO LANCADOS (DB2)          *GERAJU
      ******************************************************************GERAJU
       RTATUALIZAAJUSTES               SECTION.                         GERAJU
      *                                                                 GERAJU
      *--- TODOS OS AJUSTES DA GERACAO VIRAM LANCADOS NUMA SO UNIDADE * GERAJU
      *--- DE TRABALHO. QUALQUER FALHA DESFAZ TODAS AS MARCACOES: OS  * GERAJU
      *--- AJUSTES CONTINUAM APROVADOS E A GERACAO GRAVADA NAO PODE   * GERAJU
      *--- SER LANCADA (O JOB NAO RODA O POSTSALD COM RC > 4) - ELA   * GERAJU
      *--- DEVE SER APAGADA ANTES DE RESUBMETER, VIDE GERAJUSJ.       * GERAJU
           MOVE WS-DATA-EXECUCAO       TO WS-AJU-DATA-LANCTO.           GERAJU
      *                                                                 GERAJU
           PERFORM VARYING WS-SUB FROM 1 BY 1                           GERAJU
                   UNTIL WS-SUB GREATER WS-QT-AJUSTES                   GERAJU
               MOVE WS-TB-AJU-NUMERO(WS-SUB) TO WS-AJU-NUMERO           GERAJU
               MOVE WS-TB-AJU-ANTES(WS-SUB)  TO WS-AJU-SALDO-ANTES      GERAJU
               MOVE WS-TB-AJU-DEPOIS(WS-SUB) TO WS-AJU-SALDO-DEPOIS     GERAJU
               EXEC SQL                                                 GERAJU
                   UPDATE AUDITORIA.TB_AJUSTE                           GERAJU
                      SET IND_SITUACAO     = 'L',                       GERAJU
                          DAT_LANCAMENTO   = :WS-AJU-DATA-LANCTO,       GERAJU
                          VLR_SALDO_ANTES  = :WS-AJU-SALDO-ANTES,       GERAJU
                          VLR_SALDO_DEPOIS = :WS-AJU-SALDO-DEPOIS       GERAJU
                    WHERE NUM_AJUSTE       = :WS-AJU-NUMERO             GERAJU
                      AND IND_SITUACAO     = 'A'                        GERAJU
               END-EXEC                                                 GERAJU
               IF SQLCODE              NOT EQUAL ZEROS                  GERAJU
                   DISPLAY '#GERAJU.910I - ERRO NA MARCACAO DO AJUSTE ' GERAJU
                           WS-TB-AJU-NUMERO(WS-SUB)                     GERAJU
                   DISPLAY '#GERAJU.910I - SQLCODE = ' SQLCODE          GERAJU
                   DISPLAY '#GERAJU.910I - NENHUM AJUSTE FOI MARCADO -' GERAJU
                   DISPLAY '#GERAJU.910I - APAGUE A GERACAO GRAVADA'    GERAJU
                   EXEC SQL                                             GERAJU
                       ROLLBACK                                         GERAJU
                   END-EXEC                                             GERAJU
                   MOVE 0060            TO WS-COD-RETORNO               GERAJU
                   PERFORM RTFECHA                                      GERAJU
                   PERFORM RTFINALIZA                                   GERAJU
               END-IF                                                   GERAJU
               ADD 1                   TO WS-CT-ATUALIZADOS             GERAJU
           END-PERFORM.                                                 GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               COMMIT                                                   GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
       RTATUALIZAAJUSTESX.             EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *GERAJU
      ******************************************************************GERAJU
       RTFECHA                         SECTION.                         GERAJU
      *                                                                 GERAJU
           IF WS-SARQUIVO-ABERTO-SIM                                    GERAJU
               CLOSE SARQUIVO                                           GERAJU
               SET WS-SARQUIVO-FECHADO TO TRUE                          GERAJU
               IF WS-FS-SYS020         NOT EQUAL ZEROS                  GERAJU
                   DISPLAY '#GERAJU.909I - ERRO NO FECHAMENTO'          GERAJU
                           WS-MSG-SYS020                                GERAJU
                   DISPLAY '#GERAJU.909I - FILE STATUS = ' WS-FS-SYS020 GERAJU
                   MOVE 'SARQUIVO'     TO WS-AUDIT-ARQUIVO              GERAJU
                   MOVE WS-FS-SYS020   TO WS-AUDIT-STATUS               GERAJU
                   PERFORM RTGRAVAAUDITORIA                             GERAJU
                   IF WS-COD-RETORNO   EQUAL ZEROS                      GERAJU
                       MOVE 0056       TO WS-COD-RETORNO                GERAJU
                   END-IF                                               GERAJU
               END-IF                                                   GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
           IF WS-SALDOS-ABERTO-SIM                                      GERAJU
               CLOSE SALDOS                                             GERAJU
               SET WS-SALDOS-FECHADO   TO TRUE                          GERAJU
               IF WS-FS-SALDOS         NOT EQUAL ZEROS                  GERAJU
                   DISPLAY '#GERAJU.911I - ERRO NO FECHAMENTO'          GERAJU
                           WS-MSG-SYS070                                GERAJU
                   DISPLAY '#GERAJU.911I - FILE STATUS = ' WS-FS-SALDOS GERAJU
                   MOVE 'SALDOS'       TO WS-AUDIT-ARQUIVO              GERAJU
                   MOVE WS-FS-SALDOS   TO WS-AUDIT-STATUS               GERAJU
                   PERFORM RTGRAVAAUDITORIA                             GERAJU
                   IF WS-COD-RETORNO   EQUAL ZEROS                      GERAJU
                       MOVE 0056       TO WS-COD-RETORNO                GERAJU
                   END-IF                                               GERAJU
               END-IF                                                   GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
       RTFECHAX.                       EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE AUDITORIA DE ERROS (DB2)                          *GERAJU
      ******************************************************************GERAJU
       RTGRAVAAUDITORIA                SECTION.                         GERAJU
      *                                                                 GERAJU
      *--- REGISTRA NA TABELA DE AUDITORIA O PROGRAMA, O ARQUIVO E O   *GERAJU
      *--- FILE STATUS DA OCORRENCIA, COMO O MODEL01 FAZ, PARA         *GERAJU
      *--- CONSULTA POSTERIOR (CONSAUD) SEM DEPENDER DO LOG.           *GERAJU
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              GERAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAJU
      *                                                                 GERAJU
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                GERAJU
                  WS-TIME-MAQ          DELIMITED BY SIZE                GERAJU
                                       INTO WS-AUDIT-TIMESTAMP.         GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               INSERT INTO AUDITORIA.TB_AUDIT_ERRO                      GERAJU
                   (NOM_PROGRAMA, NOM_ARQUIVO, COD_FILE_STATUS,         GERAJU
                    COD_SQLCODE, DAT_HOR_OCORRENCIA)                    GERAJU
               VALUES                                                   GERAJU
                   (:WS-AUDIT-PROGRAMA, :WS-AUDIT-ARQUIVO,              GERAJU
                    :WS-AUDIT-STATUS, 0, :WS-AUDIT-TIMESTAMP)           GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               COMMIT                                                   GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
       RTGRAVAAUDITORIAX.              EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE GUARDA DE DIA FECHADO                             *GERAJU
      ******************************************************************GERAJU
       RTVERIFICAFECHADO               SECTION.                         GERAJU
      *                                                                 GERAJU
      *--- FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO_DIA): DATA DE    *GERAJU
      *--- MOVIMENTO JA FECHADA PELO FECHADIA NAO RECEBE MAIS          *GERAJU
      *--- LANCAMENTO (RC 0136) ATE SER REABERTA NA TELA REABDIA. SEM  *GERAJU
      *--- LINHA NA TABELA (SQLCODE 100) O DIA ESTA ABERTO. ERRO NA    *GERAJU
      *--- CONSULTA ENCERRA A EXECUCAO ANTES DE ABRIR OS ARQUIVOS (RC  *GERAJU
      *--- 0088): NA DUVIDA, NADA E GERADO.                            *GERAJU
           MOVE WS-DATA-EXECUCAO       TO WS-FEC-DATA.                  GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               SELECT IND_SITUACAO                                      GERAJU
                 INTO :WS-FEC-SITUACAO                                  GERAJU
                 FROM AUDITORIA.TB_FECHAMENTO_DIA                       GERAJU
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA                   GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
           EVALUATE SQLCODE                                             GERAJU
               WHEN ZEROS                                               GERAJU
                   CONTINUE                                             GERAJU
               WHEN +100                                                GERAJU
                   MOVE SPACES         TO WS-FEC-SITUACAO               GERAJU
               WHEN OTHER                                               GERAJU
                   DISPLAY '#GERAJU.914I - ERRO NA CONSULTA AO'         GERAJU
                   DISPLAY '#GERAJU.914I - FECHAMENTO DO DIA'           GERAJU
                   DISPLAY '#GERAJU.914I - SQLCODE = ' SQLCODE          GERAJU
                   MOVE 0088            TO WS-COD-RETORNO               GERAJU
                   PERFORM RTFINALIZA                                   GERAJU
           END-EVALUATE.                                                GERAJU
      *                                                                 GERAJU
           IF WS-FEC-FECHADO                                            GERAJU
               DISPLAY '#GERAJU.913I - DATA ' WS-DATA-EXECUCAO          GERAJU
                       ' JA FECHADA'                                    GERAJU
               DISPLAY '#GERAJU.913I - EXECUCAO RECUSADA - A DATA SO'   GERAJU
               DISPLAY '#GERAJU.913I - VOLTA A RECEBER LANCAMENTO'      GERAJU
               DISPLAY '#GERAJU.913I - REABERTA NA TELA REABDIA'        GERAJU
               MOVE 0136                TO WS-COD-RETORNO               GERAJU
               PERFORM RTFINALIZA                                       GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
       RTVERIFICAFECHADOX.             EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *GERAJU
      ******************************************************************GERAJU
       RTGRAVAHISTORICO                SECTION.                         GERAJU
      *                                                                 GERAJU
      *--- LIDOS SAO OS AJUSTES APROVADOS CARREGADOS, GRAVADOS OS      *GERAJU
      *--- DETALHES DO SARQUIVO. O MODO J IDENTIFICA A GERACAO DE      *GERAJU
      *--- AJUSTES NO HISTORICO.                                       *GERAJU
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              GERAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAJU
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                GERAJU
                  WS-TIME-MAQ          DELIMITED BY SIZE                GERAJU
                                       INTO WS-HIST-FIM.                GERAJU
      *                                                                 GERAJU
           MOVE WS-DATA-EXECUCAO       TO WS-HIST-DATA.                 GERAJU
           MOVE WS-COD-EMPRESA         TO WS-HIST-EMPRESA.              GERAJU
           MOVE WS-CT-LIDOS            TO WS-HIST-LIDOS.                GERAJU
           MOVE WS-CT-GRAVADOS         TO WS-HIST-GRAVADOS.             GERAJU
           MOVE ZEROS                  TO WS-HIST-REJEITADOS.           GERAJU
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              GERAJU
      *                                                                 GERAJU
           EXEC SQL                                                     GERAJU
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   GERAJU
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            GERAJU
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              GERAJU
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            GERAJU
                    COD_RETORNO_FINAL)                                  GERAJU
               VALUES                                                   GERAJU
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   GERAJU
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    GERAJU
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      GERAJU
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  GERAJU
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              GERAJU
           END-EXEC.                                                    GERAJU
      *                                                                 GERAJU
           IF SQLCODE                  NOT EQUAL ZEROS                  GERAJU
               DISPLAY '#GERAJU.912I - ERRO NA GRAVACAO DO HISTORICO'   GERAJU
               DISPLAY '#GERAJU.912I - SQLCODE = ' SQLCODE              GERAJU
               IF WS-COD-RETORNO       EQUAL ZEROS                      GERAJU
                   MOVE 0088           TO WS-COD-RETORNO                GERAJU
               END-IF                                                   GERAJU
           ELSE                                                         GERAJU
               EXEC SQL                                                 GERAJU
                   COMMIT                                               GERAJU
               END-EXEC                                                 GERAJU
           END-IF.                                                      GERAJU
      *                                                                 GERAJU
       RTGRAVAHISTORICOX.              EXIT.                            GERAJU
      *                                                                 GERAJU
      ******************************************************************GERAJU
      *    ROTINA DE FINALIZACAO                                       *GERAJU
      ******************************************************************GERAJU
       RTFINALIZA                      SECTION.                         GERAJU
      *                                                                 GERAJU
           MOVE WS-PARM-EXECUCAO       TO LK-PARM-EXECUCAO.             GERAJU
      *                                                                 GERAJU
           DISPLAY '*************************************************'. GERAJU
           MOVE '#GERAJU.999I - FIM DO PROCESSAMENTO'                   GERAJU
                                       TO WS-MENSAGEM.                  GERAJU
      *                                                                 GERAJU
           ACCEPT WS-DATA-MAQ          FROM DATE.                       GERAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAJU
      *                                                                 GERAJU
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   GERAJU
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   GERAJU
      *                                                                 GERAJU
           DISPLAY WS-MENSAGEM.                                         GERAJU
           DISPLAY WS-DATA-DISPLAY.                                     GERAJU
           DISPLAY '*************************************************'. GERAJU
      *                                                                 GERAJU
      *--- RELATORIO DE TOTAIS DE CONTROLE ----------------------------*GERAJU
           DISPLAY '------------------------------------------------'.  GERAJU
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. GERAJU
           DISPLAY '------------------------------------------------'.  GERAJU
           DISPLAY '  AJUSTES APROVADOS LIDOS     : ' WS-CT-LIDOS.      GERAJU
           DISPLAY '  AJUSTES GRAVADOS   (SYS020) : ' WS-CT-GRAVADOS.   GERAJU
           DISPLAY '    ESTORNOS                  : ' WS-CT-ESTORNOS.   GERAJU
           DISPLAY '    COMPLEMENTOS              : '                   GERAJU
                   WS-CT-COMPLEMENTOS.                                  GERAJU
           DISPLAY '  AJUSTES MARCADOS LANCADOS   : '                   GERAJU
                   WS-CT-ATUALIZADOS.                                   GERAJU
           DISPLAY '  DATA DO MOVIMENTO (PARM)    : '                   GERAJU
                   WS-DATA-EXECUCAO.                                    GERAJU
           DISPLAY '------------------------------------------------'.  GERAJU
      *                                                                 GERAJU
           PERFORM RTGRAVAHISTORICO.                                    GERAJU
      *                                                                 GERAJU
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  GERAJU
      *                                                                 GERAJU
           STOP RUN.                                                    GERAJU
      *                                                                 GERAJU
       RTFINALIZAX.                    EXIT.                            GERAJU
      ******************************************************************GERAJU
      *    FIM DO PROGRAMA                                             *GERAJU
      ******************************************************************GERAJU
