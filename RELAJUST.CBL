      ******************************************************************RELAJU
       IDENTIFICATION                  DIVISION.                        RELAJU
      ******************************************************************RELAJU
       PROGRAM-ID. RELAJUST.                                            RELAJU
       AUTHOR.       FABRICA DE SOFTWARE.                               RELAJU
       DATE-WRITTEN. 15 OUT 2026.                                       RELAJU
       DATE-COMPILED.                                                   RELAJU
      ******************************************************************RELAJU
      *REMARKS.                                                         RELAJU
      *     *----------------------------------------------------------*RELAJU
      *     *#NOME     : RELAJUST                                       RELAJU
      *     *----------------------------------------------------------*RELAJU
      *     *#TIPO     : BATCH                                          RELAJU
      *     *----------------------------------------------------------*RELAJU
      *     *#ANALISTA : FABRICA DE SOFTWARE                            RELAJU
      *     *----------------------------------------------------------*RELAJU
      *     *#FUNCAO   : REGISTRO DE AJUSTES MANUAIS DO MES. LISTA NO   RELAJU
      *     *            RELATORIO (SYS030) TODOS OS AJUSTES DE         RELAJU
      *     *            AUDITORIA.TB_AJUSTE INCLUIDOS OU LANCADOS NO   RELAJU
      *     *            MES DA DATA DE MOVIMENTO, EM ORDEM DE NUMERO:  RELAJU
      *     *            EMPRESA, TRANSACAO, TIPO, VALOR, SITUACAO,     RELAJU
      *     *            AUTOR E APROVADOR (OU QUEM RECUSOU) COM DATA E RELAJU
      *     *            HORA, DATA DE LANCAMENTO, SALDO ANTES E DEPOIS RELAJU
      *     *            E A JUSTIFICATIVA, COM TOTAIS POR SITUACAO. E  RELAJU
      *     *            O DOCUMENTO DE AUDITORIA DO DUPLO CONTROLE     RELAJU
      *     *            (TELA MANTAJUS / GERAJUST).                    RELAJU
      *     *----------------------------------------------------------*RELAJU
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *RELAJU
      *     *              - VERSAO INICIAL.                           *RELAJU
      *     *----------------------------------------------------------*RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       ENVIRONMENT                     DIVISION.                        RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       CONFIGURATION                   SECTION.                         RELAJU
      ******************************************************************RELAJU
       SPECIAL-NAMES.                                                   RELAJU
           DECIMAL-POINT               IS COMMA.                        RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       INPUT-OUTPUT                    SECTION.                         RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
       FILE-CONTROL.                                                    RELAJU
           SELECT RELATORIO ASSIGN     TO SYS030                        RELAJU
                  FILE     STATUS      IS WS-FS-SYS030.                 RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       DATA                            DIVISION.                        RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       FILE                            SECTION.                         RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
       FD  RELATORIO                                                    RELAJU
           RECORDING MODE              IS F                             RELAJU
           LABEL     RECORD            IS STANDARD                      RELAJU
           BLOCK     CONTAINS          0  RECORDS.                      RELAJU
       01  FD-REG-RELATORIO.                                            RELAJU
           03  FILLER              PIC     X(132).                      RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       WORKING-STORAGE                 SECTION.                         RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       77  FILLER                  PIC     X(32)         VALUE          RELAJU
           'III WORKING-STORAGE SECTION III'.                           RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE FILE STATUS                                         *RELAJU
      ******************************************************************RELAJU
       01  WS-FS-SYS030            PIC     X(02)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE CONTADORES                                          *RELAJU
      ******************************************************************RELAJU
       01  WS-CT-LIDOS             PIC     9(08)         VALUE ZEROS.   RELAJU
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.   RELAJU
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.   RELAJU
      *                                                                 RELAJU
      *--- TOTAIS POR SITUACAO: 1 = PENDENTE, 2 = APROVADO, 3 =        *RELAJU
      *--- RECUSADO, 4 = LANCADO.                                      *RELAJU
       01  WS-SIT                  PIC     9(01)         VALUE ZEROS.   RELAJU
       01  WS-TAB-TOTAIS.                                               RELAJU
           03  WS-TB-TOT           OCCURS  4.                           RELAJU
               05  WS-TB-TOT-QTDE      PIC 9(08).                       RELAJU
               05  WS-TB-TOT-VALOR     PIC S9(15)V99 COMP-3.            RELAJU
       01  WS-TAB-NOMES-SIT.                                            RELAJU
           03  FILLER              PIC     X(08)         VALUE          RELAJU
           'PENDENTE'.                                                  RELAJU
           03  FILLER              PIC     X(08)         VALUE          RELAJU
           'APROVADO'.                                                  RELAJU
           03  FILLER              PIC     X(08)         VALUE          RELAJU
           'RECUSADO'.                                                  RELAJU
           03  FILLER              PIC     X(08)         VALUE          RELAJU
           'LANCADO '.                                                  RELAJU
       01  WS-TAB-NOMES-SIT-R      REDEFINES WS-TAB-NOMES-SIT.          RELAJU
           03  WS-TB-NOME-SIT      PIC     X(08)         OCCURS 4.      RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE ABERTURA DOS ARQUIVOS                               *RELAJU
      ******************************************************************RELAJU
       01  WS-RELATORIO-ABERTO     PIC     X(01)         VALUE 'N'.     RELAJU
           88  WS-RELATORIO-ABERTO-SIM                   VALUE 'S'.     RELAJU
           88  WS-RELATORIO-FECHADO                      VALUE 'N'.     RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DO CADASTRO DE EMPRESAS                                *RELAJU
      ******************************************************************RELAJU
      *--- CODIGO E NOME VEM DA TABELA AUDITORIA.TB_EMPRESA, EM       * RELAJU
      *--- QUALQUER SITUACAO - O NOME SO ENFEITA O RELATORIO.         * RELAJU
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   RELAJU
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     RELAJU
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     RELAJU
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     RELAJU
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     RELAJU
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   RELAJU
       01  WS-TAB-CADASTRO.                                             RELAJU
           03  WS-TB-CAD           OCCURS  1 TO 500                     RELAJU
                                   DEPENDING ON WS-QT-CADASTRO          RELAJU
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   RELAJU
                                   INDEXED BY I01-CAD.                  RELAJU
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      RELAJU
               05  WS-TB-CAD-NOME       PIC X(30).                      RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE AUXILIARES                                          *RELAJU
      ******************************************************************RELAJU
       01  WS-MSG-SYS030           PIC     X(18)         VALUE          RELAJU
           ' DO ARQUIVO SYS030'.                                        RELAJU
      *                                                                 RELAJU
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  RELAJU
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
       01  WS-DATA-REFERENCIA      PIC     9(08)         VALUE ZEROS.   RELAJU
       01  WS-DATA-REF-R           REDEFINES WS-DATA-REFERENCIA.        RELAJU
           03  WS-MES-REFERENCIA   PIC     X(06).                       RELAJU
           03  FILLER              PIC     X(02).                       RELAJU
      *                                                                 RELAJU
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  RELAJU
       01  WS-DATA-DISPLAY.                                             RELAJU
           03  WS-DATA-BR.                                              RELAJU
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  RELAJU
               05  FILLER          PIC     X             VALUE '/'.     RELAJU
               05  WS-MES          PIC     X(02)         VALUE SPACES.  RELAJU
               05  FILLER          PIC     X             VALUE '/'.     RELAJU
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  RELAJU
               05  FILLER          PIC     X             VALUE ' '.     RELAJU
           03  WS-HORA-BR.                                              RELAJU
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   RELAJU
               05  FILLER          PIC     X             VALUE ':'.     RELAJU
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   RELAJU
               05  FILLER          PIC     X             VALUE ':'.     RELAJU
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE LINHAS DO RELATORIO                                 *RELAJU
      ******************************************************************RELAJU
       01  WS-SALTO-PAGINA         PIC     X(01)         VALUE 'N'.     RELAJU
           88  WS-SALTO-PAGINA-SIM                       VALUE 'S'.     RELAJU
           88  WS-SALTO-PAGINA-NAO                       VALUE 'N'.     RELAJU
      *                                                                 RELAJU
       01  WS-LINHA                PIC     X(132)        VALUE SPACES.  RELAJU
      *                                                                 RELAJU
       01  WS-LIN-CAB1.                                                 RELAJU
           03  FILLER              PIC     X(47)         VALUE          RELAJU
           'RELAJUST - REGISTRO DE AJUSTES MANUAIS         '.           RELAJU
           03  FILLER              PIC     X(17)         VALUE          RELAJU
           '  MES REFERENCIA:'.                                         RELAJU
           03  CAB1-MES            PIC     X(06).                       RELAJU
           03  FILLER              PIC     X(08)         VALUE SPACES.  RELAJU
           03  FILLER              PIC     X(06)         VALUE          RELAJU
           '  PAG '.                                                    RELAJU
           03  CAB1-PAG            PIC     ZZZZ9.                       RELAJU
           03  FILLER              PIC     X(43)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
       01  WS-LIN-CAB2.                                                 RELAJU
           03  FILLER              PIC     X(12)         VALUE          RELAJU
           'EMITIDO EM: '.                                              RELAJU
           03  CAB2-DATA           PIC     X(10).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  CAB2-HORA           PIC     X(08).                       RELAJU
           03  FILLER              PIC     X(101)        VALUE SPACES.  RELAJU
      *                                                                 RELAJU
       01  WS-LIN-CAB3.                                                 RELAJU
           03  FILLER              PIC     X(12)         VALUE          RELAJU
           ' AJUSTE'.                                                   RELAJU
           03  FILLER              PIC     X(25)         VALUE          RELAJU
           'EMPRESA'.                                                   RELAJU
           03  FILLER              PIC     X(06)         VALUE          RELAJU
           'TRANS'.                                                     RELAJU
           03  FILLER              PIC     X(12)         VALUE          RELAJU
           'TIPO'.                                                      RELAJU
           03  FILLER              PIC     X(20)         VALUE          RELAJU
           '             VALOR'.                                        RELAJU
           03  FILLER              PIC     X(10)         VALUE          RELAJU
           'SITUACAO'.                                                  RELAJU
           03  FILLER              PIC     X(24)         VALUE          RELAJU
           'AUTOR   INCLUSAO'.                                          RELAJU
           03  FILLER              PIC     X(23)         VALUE          RELAJU
           'DECISAO  DATA/HORA'.                                        RELAJU
      *                                                                 RELAJU
       01  WS-LIN-AJUSTE.                                               RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-NUMERO          PIC     9(09).                       RELAJU
           03  FILLER              PIC     X(02)         VALUE SPACES.  RELAJU
           03  DET-EMPRESA         PIC     9(04).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-NOME            PIC     X(19).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-TRANSACAO       PIC     X(04).                       RELAJU
           03  FILLER              PIC     X(02)         VALUE SPACES.  RELAJU
           03  DET-TIPO            PIC     X(11).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-VALOR           PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.          RELAJU
           03  FILLER              PIC     X(02)         VALUE SPACES.  RELAJU
           03  DET-SITUACAO        PIC     X(08).                       RELAJU
           03  FILLER              PIC     X(02)         VALUE SPACES.  RELAJU
           03  DET-AUTOR           PIC     X(08).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-DT-INCLUSAO     PIC     X(14).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-APROVADOR       PIC     X(08).                       RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  DET-DT-APROVACAO    PIC     X(14).                       RELAJU
      *                                                                 RELAJU
       01  WS-LIN-SALDOS.                                               RELAJU
           03  FILLER              PIC     X(12)         VALUE SPACES.  RELAJU
           03  FILLER              PIC     X(12)         VALUE          RELAJU
           'LANCADO EM: '.                                              RELAJU
           03  SAL-DATA-LANCTO     PIC     X(08).                       RELAJU
           03  FILLER              PIC     X(16)         VALUE          RELAJU
           '   SALDO ANTES: '.                                          RELAJU
           03  SAL-ANTES           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        RELAJU
           03  FILLER              PIC     X(16)         VALUE          RELAJU
           '  SALDO DEPOIS: '.                                          RELAJU
           03  SAL-DEPOIS          PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        RELAJU
           03  FILLER              PIC     X(22)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
       01  WS-LIN-JUSTIFICATIVA.                                        RELAJU
           03  FILLER              PIC     X(12)         VALUE SPACES.  RELAJU
           03  FILLER              PIC     X(15)         VALUE          RELAJU
           'JUSTIFICATIVA: '.                                           RELAJU
           03  JUS-TEXTO           PIC     X(60).                       RELAJU
           03  FILLER              PIC     X(45)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
       01  WS-LIN-TOTAL.                                                RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  TOT-TEXTO           PIC     X(24).                       RELAJU
           03  TOT-QTDE            PIC     ZZ.ZZZ.ZZ9.                  RELAJU
           03  FILLER              PIC     X(01)         VALUE SPACES.  RELAJU
           03  TOT-VALOR           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        RELAJU
           03  FILLER              PIC     X(73)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE PARAMETROS DE EXECUCAO                              *RELAJU
      ******************************************************************RELAJU
      *--- MESMO PARAMETRO ESTRUTURADO DA FAMILIA MODEL01 - SO A DATA * RELAJU
      *--- DE MOVIMENTO (QUE DEFINE O MES) E O CODIGO DE RETORNO SAO  * RELAJU
      *--- USADOS AQUI.                                               * RELAJU
       COPY PARMEXEC.                                                   RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    AREA DE DB2                                                 *RELAJU
      ******************************************************************RELAJU
      *--- AREA DE TRABALHO PARA AUDITORIA DE ERROS DE ARQUIVO         *RELAJU
       01  WS-AUDIT-PROGRAMA       PIC     X(08)         VALUE          RELAJU
           'RELAJUST'.                                                  RELAJU
       01  WS-AUDIT-ARQUIVO        PIC     X(10)         VALUE SPACES.  RELAJU
       01  WS-AUDIT-STATUS         PIC     X(02)         VALUE SPACES.  RELAJU
       01  WS-AUDIT-TIMESTAMP      PIC     X(14)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------RELAJU
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          RELAJU
           'RELAJUST'.                                                  RELAJU
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  RELAJU
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'J'.     RELAJU
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  RELAJU
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  RELAJU
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
      *                                                                 RELAJU
      *--- AREA DE TRABALHO PARA O CADASTRO DE EMPRESAS ----------------RELAJU
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-EMP-NOME             PIC     X(30)         VALUE SPACES.  RELAJU
      *                                                                 RELAJU
      *--- AREA DE TRABALHO PARA OS AJUSTES ----------------------------RELAJU
       01  WS-AJU-MES              PIC     X(06)         VALUE SPACES.  RELAJU
       01  WS-AJU-NUMERO           PIC    S9(09)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-AJU-EMPRESA          PIC    S9(04)         VALUE ZEROS    RELAJU
                                                         COMP.          RELAJU
       01  WS-AJU-TRANSACAO        PIC     X(04)         VALUE SPACES.  RELAJU
       01  WS-AJU-TIPO             PIC     X(01)         VALUE SPACES.  RELAJU
       01  WS-AJU-VALOR            PIC    S9(11)V99      VALUE ZEROS    RELAJU
                                                         COMP-3.        RELAJU
       01  WS-AJU-JUSTIFICATIVA    PIC     X(60)         VALUE SPACES.  RELAJU
       01  WS-AJU-SITUACAO         PIC     X(01)         VALUE SPACES.  RELAJU
       01  WS-AJU-AUTOR            PIC     X(08)         VALUE SPACES.  RELAJU
       01  WS-AJU-DT-INCLUSAO      PIC     X(14)         VALUE SPACES.  RELAJU
       01  WS-AJU-APROVADOR        PIC     X(08)         VALUE SPACES.  RELAJU
       01  WS-AJU-DT-APROVACAO     PIC     X(14)         VALUE SPACES.  RELAJU
       01  WS-AJU-DATA-LANCTO      PIC     X(08)         VALUE SPACES.  RELAJU
       01  WS-AJU-SALDO-ANTES      PIC    S9(15)V99      VALUE ZEROS    RELAJU
                                                         COMP-3.        RELAJU
       01  WS-AJU-SALDO-DEPOIS     PIC    S9(15)V99      VALUE ZEROS    RELAJU
                                                         COMP-3.        RELAJU
      *                                                                 RELAJU
       EXEC SQL                                                         RELAJU
           INCLUDE SQLCA                                                RELAJU
       END-EXEC.                                                        RELAJU
      *                                                                 RELAJU
       EXEC SQL                                                         RELAJU
           DECLARE C-EMPRESA CURSOR FOR                                 RELAJU
           SELECT COD_EMPRESA, NOM_EMPRESA                              RELAJU
             FROM AUDITORIA.TB_EMPRESA                                  RELAJU
            ORDER BY COD_EMPRESA                                        RELAJU
       END-EXEC.                                                        RELAJU
      *                                                                 RELAJU
      *--- AJUSTES INCLUIDOS NO MES OU LANCADOS NO MES (UM AJUSTE DO  * RELAJU
      *--- FIM DO MES ANTERIOR LANCADO NO DIA 1 APARECE NOS DOIS).    * RELAJU
       EXEC SQL                                                         RELAJU
           DECLARE C-AJUSTE CURSOR FOR                                  RELAJU
           SELECT NUM_AJUSTE, COD_EMPRESA, COD_TRANSACAO, IND_TIPO,     RELAJU
                  VLR_AJUSTE, DES_JUSTIFICATIVA, IND_SITUACAO,          RELAJU
                  NOM_AUTOR, DAT_HOR_INCLUSAO, NOM_APROVADOR,           RELAJU
                  DAT_HOR_APROVACAO, DAT_LANCAMENTO,                    RELAJU
                  VLR_SALDO_ANTES, VLR_SALDO_DEPOIS                     RELAJU
             FROM AUDITORIA.TB_AJUSTE                                   RELAJU
            WHERE SUBSTR(DAT_HOR_INCLUSAO, 1, 6) = :WS-AJU-MES          RELAJU
               OR SUBSTR(DAT_LANCAMENTO, 1, 6)   = :WS-AJU-MES          RELAJU
            ORDER BY NUM_AJUSTE                                         RELAJU
       END-EXEC.                                                        RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       77  FILLER                  PIC     X(38)         VALUE          RELAJU
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       LINKAGE                         SECTION.                         RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      *--- PARAMETRO DE EXECUCAO RECEBIDO DO JOB CHAMADOR (MESMO       *RELAJU
      *--- LAYOUT DE WS-PARM-EXECUCAO, COM PREFIXO LK- - VIDE COPY     *RELAJU
      *--- PARMEXEC)                                                   *RELAJU
       COPY PARMEXEC REPLACING LEADING ==WS== BY ==LK==.                RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
       PROCEDURE                       DIVISION USING LK-PARM-EXECUCAO. RELAJU
      ******************************************************************RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA PRINCIPAL                                            *RELAJU
      ******************************************************************RELAJU
       RTPRINCIPAL                     SECTION.                         RELAJU
      *                                                                 RELAJU
           PERFORM RTINICIALIZA.                                        RELAJU
      *                                                                 RELAJU
           PERFORM RTPROCESSA.                                          RELAJU
      *                                                                 RELAJU
           PERFORM RTIMPRIMETOTAIS.                                     RELAJU
      *                                                                 RELAJU
           PERFORM RTFECHA.                                             RELAJU
      *                                                                 RELAJU
           PERFORM RTFINALIZA.                                          RELAJU
      *                                                                 RELAJU
       RTPRINCIPALX.                   EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE INICIALIZACAO                                     *RELAJU
      ******************************************************************RELAJU
       RTINICIALIZA                    SECTION.                         RELAJU
      *                                                                 RELAJU
           INITIALIZE WS-PARM-EXECUCAO                                  RELAJU
                      WS-TAB-TOTAIS.                                    RELAJU
      *                                                                 RELAJU
           DISPLAY '*************************************************'. RELAJU
           MOVE '#RELAJU.900I - INICIO DO PROCESSAMENTO'                RELAJU
                                       TO WS-MENSAGEM.                  RELAJU
      *                                                                 RELAJU
           ACCEPT WS-DATA-MAQ          FROM DATE.                       RELAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       RELAJU
      *                                                                 RELAJU
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   RELAJU
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   RELAJU
      *                                                                 RELAJU
           DISPLAY WS-MENSAGEM.                                         RELAJU
           DISPLAY WS-DATA-DISPLAY.                                     RELAJU
           DISPLAY '*************************************************'. RELAJU
      *                                                                 RELAJU
           MOVE LK-PARM-EXECUCAO       TO WS-PARM-EXECUCAO.             RELAJU
           MOVE ZEROS                  TO WS-COD-RETORNO.               RELAJU
      *                                                                 RELAJU
           IF WS-DATA-EXECUCAO         EQUAL ZEROS                      RELAJU
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD               RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           MOVE WS-DATA-EXECUCAO       TO WS-DATA-REFERENCIA.           RELAJU
           MOVE WS-MES-REFERENCIA      TO WS-AJU-MES                    RELAJU
                                           CAB1-MES.                    RELAJU
      *                                                                 RELAJU
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO -----------------RELAJU
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              RELAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       RELAJU
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                RELAJU
                  WS-TIME-MAQ          DELIMITED BY SIZE                RELAJU
                                       INTO WS-HIST-INICIO.             RELAJU
      *                                                                 RELAJU
      *--- CARREGA OS NOMES DAS EMPRESAS PARA O RELATORIO.             *RELAJU
           PERFORM RTCARGAEMPRESAS.                                     RELAJU
      *                                                                 RELAJU
           OPEN OUTPUT RELATORIO.                                       RELAJU
      *                                                                 RELAJU
           IF WS-FS-SYS030             NOT EQUAL ZEROS                  RELAJU
               DISPLAY '#RELAJU.901I - ERRO NA ABERTURA' WS-MSG-SYS030  RELAJU
               DISPLAY '#RELAJU.901I - FILE STATUS = '   WS-FS-SYS030   RELAJU
               MOVE 'RELATORIO'        TO WS-AUDIT-ARQUIVO              RELAJU
               MOVE WS-FS-SYS030       TO WS-AUDIT-STATUS               RELAJU
               PERFORM RTGRAVAAUDITORIA                                 RELAJU
               MOVE 0028                TO WS-COD-RETORNO               RELAJU
               PERFORM RTFINALIZA                                       RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           SET WS-RELATORIO-ABERTO-SIM TO TRUE.                         RELAJU
      *                                                                 RELAJU
       RTINICIALIZAX.                  EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE PROCESSAMENTO (LEITURA E IMPRESSAO DOS AJUSTES)   *RELAJU
      ******************************************************************RELAJU
       RTPROCESSA                      SECTION.                         RELAJU
      *                                                                 RELAJU
           PERFORM RTCABECALHO.                                         RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               OPEN C-AJUSTE                                            RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
           IF SQLCODE                  NOT EQUAL ZEROS                  RELAJU
               DISPLAY '#RELAJU.902I - ERRO NA ABERTURA DO CURSOR'      RELAJU
               DISPLAY '#RELAJU.902I - SQLCODE = ' SQLCODE              RELAJU
               MOVE 0028                TO WS-COD-RETORNO               RELAJU
               PERFORM RTFECHA                                          RELAJU
               PERFORM RTFINALIZA                                       RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           PERFORM RTFETCH.                                             RELAJU
      *                                                                 RELAJU
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        RELAJU
               ADD 1                   TO WS-CT-LIDOS                   RELAJU
               PERFORM RTIMPRIMEAJUSTE                                  RELAJU
               PERFORM RTFETCH                                          RELAJU
           END-PERFORM.                                                 RELAJU
      *                                                                 RELAJU
           IF SQLCODE                  NOT EQUAL 100                    RELAJU
               DISPLAY '#RELAJU.903I - ERRO NA LEITURA DO CURSOR'       RELAJU
               DISPLAY '#RELAJU.903I - SQLCODE = ' SQLCODE              RELAJU
               MOVE 0032                TO WS-COD-RETORNO               RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               CLOSE C-AJUSTE                                           RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
           IF WS-CT-LIDOS              EQUAL ZEROS                      RELAJU
               MOVE '  NENHUM AJUSTE MANUAL NO MES'                     RELAJU
                                       TO WS-LINHA                      RELAJU
               PERFORM RTESCREVE                                        RELAJU
               MOVE SPACES             TO WS-LINHA                      RELAJU
               PERFORM RTESCREVE                                        RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
       RTPROCESSAX.                    EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE LEITURA DO CURSOR DE AJUSTES                      *RELAJU
      ******************************************************************RELAJU
       RTFETCH                         SECTION.                         RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               FETCH C-AJUSTE                                           RELAJU
                INTO :WS-AJU-NUMERO, :WS-AJU-EMPRESA,                   RELAJU
                     :WS-AJU-TRANSACAO, :WS-AJU-TIPO,                   RELAJU
                     :WS-AJU-VALOR, :WS-AJU-JUSTIFICATIVA,              RELAJU
                     :WS-AJU-SITUACAO, :WS-AJU-AUTOR,                   RELAJU
                     :WS-AJU-DT-INCLUSAO, :WS-AJU-APROVADOR,            RELAJU
                     :WS-AJU-DT-APROVACAO, :WS-AJU-DATA-LANCTO,         RELAJU
                     :WS-AJU-SALDO-ANTES, :WS-AJU-SALDO-DEPOIS          RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
       RTFETCHX.                       EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE IMPRESSAO DE UM AJUSTE                            *RELAJU
      ******************************************************************RELAJU
       RTIMPRIMEAJUSTE                 SECTION.                         RELAJU
      *                                                                 RELAJU
      *--- CADA AJUSTE OCUPA ATE QUATRO LINHAS (DADOS, SALDOS SE      * RELAJU
      *--- LANCADO, JUSTIFICATIVA E SEPARADOR) E NAO E QUEBRADO ENTRE * RELAJU
      *--- PAGINAS.                                                   * RELAJU
           IF WS-CT-LINHAS             NOT LESS 53                      RELAJU
               PERFORM RTCABECALHO                                      RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           EVALUATE WS-AJU-SITUACAO                                     RELAJU
               WHEN 'P'                                                 RELAJU
                   MOVE 1              TO WS-SIT                        RELAJU
               WHEN 'A'                                                 RELAJU
                   MOVE 2              TO WS-SIT                        RELAJU
               WHEN 'R'                                                 RELAJU
                   MOVE 3              TO WS-SIT                        RELAJU
               WHEN OTHER                                               RELAJU
                   MOVE 4              TO WS-SIT                        RELAJU
           END-EVALUATE.                                                RELAJU
      *                                                                 RELAJU
           ADD 1                       TO WS-TB-TOT-QTDE(WS-SIT).       RELAJU
           ADD WS-AJU-VALOR            TO WS-TB-TOT-VALOR(WS-SIT).      RELAJU
      *                                                                 RELAJU
           MOVE WS-AJU-NUMERO          TO DET-NUMERO.                   RELAJU
           MOVE WS-AJU-EMPRESA         TO DET-EMPRESA.                  RELAJU
           MOVE WS-AJU-TRANSACAO       TO DET-TRANSACAO.                RELAJU
           MOVE WS-AJU-VALOR           TO DET-VALOR.                    RELAJU
           MOVE WS-TB-NOME-SIT(WS-SIT) TO DET-SITUACAO.                 RELAJU
           MOVE WS-AJU-AUTOR           TO DET-AUTOR.                    RELAJU
           MOVE WS-AJU-DT-INCLUSAO     TO DET-DT-INCLUSAO.              RELAJU
           MOVE WS-AJU-APROVADOR       TO DET-APROVADOR.                RELAJU
           MOVE WS-AJU-DT-APROVACAO    TO DET-DT-APROVACAO.             RELAJU
      *                                                                 RELAJU
           IF WS-AJU-TIPO              EQUAL 'E'                        RELAJU
               MOVE 'ESTORNO'          TO DET-TIPO                      RELAJU
           ELSE                                                         RELAJU
               MOVE 'COMPLEMENTO'      TO DET-TIPO                      RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           MOVE WS-AJU-EMPRESA         TO WS-EMPRESA-TESTE.             RELAJU
           PERFORM RTPROCURAEMPRESA.                                    RELAJU
           IF WS-EMPRESA-ACHADA-SIM                                     RELAJU
               MOVE WS-TB-CAD-NOME(I01-CAD) TO DET-NOME                 RELAJU
           ELSE                                                         RELAJU
               MOVE SPACES             TO DET-NOME                      RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           MOVE WS-LIN-AJUSTE          TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
      *--- SALDOS SO EXISTEM DEPOIS DO LANCAMENTO PELO GERAJUST -------*RELAJU
           IF WS-AJU-SITUACAO          EQUAL 'L'                        RELAJU
               MOVE WS-AJU-DATA-LANCTO  TO SAL-DATA-LANCTO              RELAJU
               MOVE WS-AJU-SALDO-ANTES  TO SAL-ANTES                    RELAJU
               MOVE WS-AJU-SALDO-DEPOIS TO SAL-DEPOIS                   RELAJU
               MOVE WS-LIN-SALDOS      TO WS-LINHA                      RELAJU
               PERFORM RTESCREVE                                        RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           MOVE WS-AJU-JUSTIFICATIVA   TO JUS-TEXTO.                    RELAJU
           MOVE WS-LIN-JUSTIFICATIVA   TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
           MOVE SPACES                 TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
       RTIMPRIMEAJUSTEX.               EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE IMPRESSAO DOS TOTAIS POR SITUACAO                 *RELAJU
      ******************************************************************RELAJU
       RTIMPRIMETOTAIS                 SECTION.                         RELAJU
      *                                                                 RELAJU
           IF WS-CT-LINHAS             NOT LESS 50                      RELAJU
               PERFORM RTCABECALHO                                      RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           PERFORM VARYING WS-SIT FROM 1 BY 1                           RELAJU
                   UNTIL WS-SIT GREATER 4                               RELAJU
               MOVE SPACES             TO TOT-TEXTO                     RELAJU
               STRING 'TOTAL '         DELIMITED BY SIZE                RELAJU
                      WS-TB-NOME-SIT(WS-SIT) DELIMITED BY SPACE         RELAJU
                                       INTO TOT-TEXTO                   RELAJU
               MOVE WS-TB-TOT-QTDE(WS-SIT)  TO TOT-QTDE                 RELAJU
               MOVE WS-TB-TOT-VALOR(WS-SIT) TO TOT-VALOR                RELAJU
               MOVE WS-LIN-TOTAL       TO WS-LINHA                      RELAJU
               PERFORM RTESCREVE                                        RELAJU
           END-PERFORM.                                                 RELAJU
      *                                                                 RELAJU
           MOVE 'TOTAL DE AJUSTES NO MES:' TO TOT-TEXTO.                RELAJU
           MOVE WS-CT-LIDOS            TO TOT-QTDE.                     RELAJU
           MOVE ZEROS                  TO TOT-VALOR.                    RELAJU
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
       RTIMPRIMETOTAISX.               EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *RELAJU
      ******************************************************************RELAJU
       RTCARGAEMPRESAS                 SECTION.                         RELAJU
      *                                                                 RELAJU
      *--- OS NOMES SO ENFEITAM O RELATORIO: FALHA NA CARGA DEIXA-OS  * RELAJU
      *--- EM BRANCO, COM AVISO NO SYSOUT, SEM ALTERAR O RETORNO.     * RELAJU
           MOVE ZEROS                  TO WS-QT-CADASTRO.               RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               OPEN C-EMPRESA                                           RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
           IF SQLCODE                  NOT EQUAL ZEROS                  RELAJU
               DISPLAY '#RELAJU.905I - NOMES DE EMPRESA INDISPONIVEIS'  RELAJU
               DISPLAY '#RELAJU.905I - SQLCODE = ' SQLCODE              RELAJU
               GO TO RTCARGAEMPRESASX                                   RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               FETCH C-EMPRESA                                          RELAJU
                INTO :WS-EMP-CODIGO, :WS-EMP-NOME                       RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        RELAJU
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        RELAJU
               ADD 1                   TO WS-QT-CADASTRO                RELAJU
               SET I01-CAD             TO WS-QT-CADASTRO                RELAJU
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    RELAJU
               MOVE WS-EMP-NOME        TO WS-TB-CAD-NOME(I01-CAD)       RELAJU
               EXEC SQL                                                 RELAJU
                   FETCH C-EMPRESA                                      RELAJU
                    INTO :WS-EMP-CODIGO, :WS-EMP-NOME                   RELAJU
               END-EXEC                                                 RELAJU
           END-PERFORM.                                                 RELAJU
      *                                                                 RELAJU
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         RELAJU
               DISPLAY '#RELAJU.905I - NOMES DE EMPRESA INCOMPLETOS'    RELAJU
               DISPLAY '#RELAJU.905I - SQLCODE = ' SQLCODE              RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               CLOSE C-EMPRESA                                          RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
       RTCARGAEMPRESASX.               EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *RELAJU
      ******************************************************************RELAJU
       RTPROCURAEMPRESA                SECTION.                         RELAJU
      *                                                                 RELAJU
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         RELAJU
      *                                                                 RELAJU
           IF WS-QT-CADASTRO           EQUAL ZEROS                      RELAJU
               GO TO RTPROCURAEMPRESAX                                  RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           SEARCH ALL WS-TB-CAD                                         RELAJU
               AT END                                                   RELAJU
                   CONTINUE                                             RELAJU
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          RELAJU
                                       EQUAL WS-EMPRESA-TESTE           RELAJU
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    RELAJU
           END-SEARCH.                                                  RELAJU
      *                                                                 RELAJU
       RTPROCURAEMPRESAX.              EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE CABECALHO DE PAGINA                               *RELAJU
      ******************************************************************RELAJU
       RTCABECALHO                     SECTION.                         RELAJU
      *                                                                 RELAJU
           ADD 1                       TO WS-CT-PAGINA.                 RELAJU
      *                                                                 RELAJU
           MOVE WS-CT-PAGINA           TO CAB1-PAG.                     RELAJU
           MOVE WS-DATA-BR             TO CAB2-DATA.                    RELAJU
           MOVE WS-HORA-BR             TO CAB2-HORA.                    RELAJU
      *                                                                 RELAJU
           SET WS-SALTO-PAGINA-SIM     TO TRUE.                         RELAJU
           MOVE WS-LIN-CAB1            TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
           MOVE WS-LIN-CAB2            TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
           MOVE SPACES                 TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
           MOVE WS-LIN-CAB3            TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
           MOVE SPACES                 TO WS-LINHA.                     RELAJU
           PERFORM RTESCREVE.                                           RELAJU
      *                                                                 RELAJU
           MOVE 5                      TO WS-CT-LINHAS.                 RELAJU
      *                                                                 RELAJU
       RTCABECALHOX.                   EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE ESCRITA NO RELATORIO                              *RELAJU
      ******************************************************************RELAJU
       RTESCREVE                       SECTION.                         RELAJU
      *                                                                 RELAJU
           MOVE WS-LINHA               TO FD-REG-RELATORIO.             RELAJU
      *                                                                 RELAJU
           IF WS-SALTO-PAGINA-SIM                                       RELAJU
               WRITE FD-REG-RELATORIO  AFTER ADVANCING PAGE             RELAJU
               SET WS-SALTO-PAGINA-NAO TO TRUE                          RELAJU
           ELSE                                                         RELAJU
               WRITE FD-REG-RELATORIO  AFTER ADVANCING 1 LINE           RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           IF WS-FS-SYS030             NOT EQUAL ZEROS                  RELAJU
               DISPLAY '#RELAJU.904I - ERRO NA GRAVACAO' WS-MSG-SYS030  RELAJU
               DISPLAY '#RELAJU.904I - FILE STATUS = '   WS-FS-SYS030   RELAJU
               MOVE 'RELATORIO'        TO WS-AUDIT-ARQUIVO              RELAJU
               MOVE WS-FS-SYS030       TO WS-AUDIT-STATUS               RELAJU
               PERFORM RTGRAVAAUDITORIA                                 RELAJU
               MOVE 0044                TO WS-COD-RETORNO               RELAJU
               SET WS-RELATORIO-FECHADO TO TRUE                         RELAJU
               CLOSE RELATORIO                                          RELAJU
               PERFORM RTFINALIZA                                       RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
           ADD 1                       TO WS-CT-LINHAS.                 RELAJU
      *                                                                 RELAJU
       RTESCREVEX.                     EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *RELAJU
      ******************************************************************RELAJU
       RTFECHA                         SECTION.                         RELAJU
      *                                                                 RELAJU
           IF WS-RELATORIO-ABERTO-SIM                                   RELAJU
               CLOSE RELATORIO                                          RELAJU
               SET WS-RELATORIO-FECHADO TO TRUE                         RELAJU
               IF WS-FS-SYS030         NOT EQUAL ZEROS                  RELAJU
                   DISPLAY '#RELAJU.906I - ERRO NO FECHAMENTO'          RELAJU
                           WS-MSG-SYS030                                RELAJU
                   DISPLAY '#RELAJU.906I - FILE STATUS = ' WS-FS-SYS030 RELAJU
                   MOVE 'RELATORIO'    TO WS-AUDIT-ARQUIVO              RELAJU
                   MOVE WS-FS-SYS030   TO WS-AUDIT-STATUS               RELAJU
                   PERFORM RTGRAVAAUDITORIA                             RELAJU
                   IF WS-COD-RETORNO   EQUAL ZEROS                      RELAJU
                       MOVE 0056       TO WS-COD-RETORNO                RELAJU
                   END-IF                                               RELAJU
               END-IF                                                   RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
       RTFECHAX.                       EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE AUDITORIA DE ERROS (DB2)                          *RELAJU
      ******************************************************************RELAJU
       RTGRAVAAUDITORIA                SECTION.                         RELAJU
      *                                                                 RELAJU
      *--- REGISTRA NA TABELA DE AUDITORIA O PROGRAMA, O ARQUIVO E O   *RELAJU
      *--- FILE STATUS DA OCORRENCIA, COMO O MODEL01 FAZ, PARA         *RELAJU
      *--- CONSULTA POSTERIOR (CONSAUD) SEM DEPENDER DO LOG.           *RELAJU
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              RELAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       RELAJU
      *                                                                 RELAJU
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                RELAJU
                  WS-TIME-MAQ          DELIMITED BY SIZE                RELAJU
                                       INTO WS-AUDIT-TIMESTAMP.         RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               INSERT INTO AUDITORIA.TB_AUDIT_ERRO                      RELAJU
                   (NOM_PROGRAMA, NOM_ARQUIVO, COD_FILE_STATUS,         RELAJU
                    COD_SQLCODE, DAT_HOR_OCORRENCIA)                    RELAJU
               VALUES                                                   RELAJU
                   (:WS-AUDIT-PROGRAMA, :WS-AUDIT-ARQUIVO,              RELAJU
                    :WS-AUDIT-STATUS, 0, :WS-AUDIT-TIMESTAMP)           RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               COMMIT                                                   RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
       RTGRAVAAUDITORIAX.              EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *RELAJU
      ******************************************************************RELAJU
       RTGRAVAHISTORICO                SECTION.                         RELAJU
      *                                                                 RELAJU
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              RELAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       RELAJU
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                RELAJU
                  WS-TIME-MAQ          DELIMITED BY SIZE                RELAJU
                                       INTO WS-HIST-FIM.                RELAJU
      *                                                                 RELAJU
           MOVE WS-DATA-EXECUCAO       TO WS-HIST-DATA.                 RELAJU
           MOVE WS-COD-EMPRESA         TO WS-HIST-EMPRESA.              RELAJU
           MOVE WS-CT-LIDOS            TO WS-HIST-LIDOS.                RELAJU
           MOVE WS-CT-LIDOS            TO WS-HIST-GRAVADOS.             RELAJU
           MOVE ZEROS                  TO WS-HIST-REJEITADOS.           RELAJU
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              RELAJU
      *                                                                 RELAJU
           EXEC SQL                                                     RELAJU
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   RELAJU
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            RELAJU
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              RELAJU
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            RELAJU
                    COD_RETORNO_FINAL)                                  RELAJU
               VALUES                                                   RELAJU
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   RELAJU
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    RELAJU
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      RELAJU
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  RELAJU
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              RELAJU
           END-EXEC.                                                    RELAJU
      *                                                                 RELAJU
           IF SQLCODE                  NOT EQUAL ZEROS                  RELAJU
               DISPLAY '#RELAJU.912I - ERRO NA GRAVACAO DO HISTORICO'   RELAJU
               DISPLAY '#RELAJU.912I - SQLCODE = ' SQLCODE              RELAJU
               IF WS-COD-RETORNO       EQUAL ZEROS                      RELAJU
                   MOVE 0088           TO WS-COD-RETORNO                RELAJU
               END-IF                                                   RELAJU
           ELSE                                                         RELAJU
               EXEC SQL                                                 RELAJU
                   COMMIT                                               RELAJU
               END-EXEC                                                 RELAJU
           END-IF.                                                      RELAJU
      *                                                                 RELAJU
       RTGRAVAHISTORICOX.              EXIT.                            RELAJU
      *                                                                 RELAJU
      ******************************************************************RELAJU
      *    ROTINA DE FINALIZACAO                                       *RELAJU
      ******************************************************************RELAJU
       RTFINALIZA                      SECTION.                         RELAJU
      *                                                                 RELAJU
           MOVE WS-PARM-EXECUCAO       TO LK-PARM-EXECUCAO.             RELAJU
      *                                                                 RELAJU
           DISPLAY '*************************************************'. RELAJU
           MOVE '#RELAJU.999I - FIM DO PROCESSAMENTO'                   RELAJU
                                       TO WS-MENSAGEM.                  RELAJU
      *                                                                 RELAJU
           ACCEPT WS-DATA-MAQ          FROM DATE.                       RELAJU
           ACCEPT WS-TIME-MAQ          FROM TIME.                       RELAJU
      *                                                                 RELAJU
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   RELAJU
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   RELAJU
      *                                                                 RELAJU
           DISPLAY WS-MENSAGEM.                                         RELAJU
           DISPLAY WS-DATA-DISPLAY.                                     RELAJU
           DISPLAY '*************************************************'. RELAJU
      *                                                                 RELAJU
      *--- RELATORIO DE TOTAIS DE CONTROLE ----------------------------*RELAJU
           DISPLAY '------------------------------------------------'.  RELAJU
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. RELAJU
           DISPLAY '------------------------------------------------'.  RELAJU
           DISPLAY '  AJUSTES LISTADOS            : ' WS-CT-LIDOS.      RELAJU
           DISPLAY '  PAGINAS IMPRESSAS  (SYS030) : ' WS-CT-PAGINA.     RELAJU
           DISPLAY '  MES DE REFERENCIA           : ' WS-AJU-MES.       RELAJU
           DISPLAY '------------------------------------------------'.  RELAJU
      *                                                                 RELAJU
           PERFORM RTGRAVAHISTORICO.                                    RELAJU
      *                                                                 RELAJU
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  RELAJU
      *                                                                 RELAJU
           STOP RUN.                                                    RELAJU
      *                                                                 RELAJU
       RTFINALIZAX.                    EXIT.                            RELAJU
      ******************************************************************RELAJU
      *    FIM DO PROGRAMA                                             *RELAJU
      ******************************************************************RELAJU
