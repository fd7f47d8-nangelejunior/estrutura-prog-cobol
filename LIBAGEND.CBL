      ******************************************************************LIBAGD
       IDENTIFICATION                  DIVISION.                        LIBAGD
      ******************************************************************LIBAGD
       PROGRAM-ID. LIBAGEND.                                            LIBAGD
       AUTHOR.       FABRICA DE SOFTWARE.                               LIBAGD
       DATE-WRITTEN. 15 OUT 2026.                                       LIBAGD
       DATE-COMPILED.                                                   LIBAGD
      ******************************************************************LIBAGD
      *REMARKS.                                                         LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     *#NOME     : LIBAGEND                                       LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     *#TIPO     : BATCH                                          LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     *#ANALISTA : FABRICA DE SOFTWARE                            LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     *#FUNCAO   : LIBERACAO DIARIA DOS MOVIMENTOS AGENDADOS.     LIBAGD
      *     *            LE O CADASTRO DE AGENDADOS (SYS080 -           LIBAGD
      *     *            AGENDA.KSDS, VIDE COPY AGENDAMV), ONDE O       LIBAGD
      *     *            MODEL01 GUARDA OS DETALHES COM DATA EFETIVA    LIBAGD
      *     *            POSTERIOR A DATA DE MOVIMENTO, E GRAVA OS      LIBAGD
      *     *            PENDENTES JA VENCIDOS (DATA EFETIVA IGUAL OU   LIBAGD
      *     *            ANTERIOR A DATA DE MOVIMENTO DO PARAMETRO)     LIBAGD
      *     *            NUMA GERACAO DO SARQUIVO (SYS020) COM          LIBAGD
      *     *            TRAILER DE TOTAIS, PARA O POSTSALD LANCAR.     LIBAGD
      *     *            SO DEPOIS DO SARQUIVO FECHADO COM SUCESSO OS   LIBAGD
      *     *            VENCIDOS (LIBERADOS E CANCELADOS PELA TELA     LIBAGD
      *     *            CANCAGEN) SAO APAGADOS DO CADASTRO. O          LIBAGD
      *     *            RELATORIO (SYS030) LISTA OS LIBERADOS E OS     LIBAGD
      *     *            CANCELADOS EXPURGADOS E, POR EMPRESA, A        LIBAGD
      *     *            CARTEIRA DE AGENDADOS DOS PROXIMOS DIAS        LIBAGD
      *     *            (QUANTIDADE E VALOR POR DATA EFETIVA). A       LIBAGD
      *     *            EXECUCAO E REGISTRADA NO HISTORICO             LIBAGD
      *     *            (AUDITORIA.TB_HIST_EXECUCAO).                  LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *LIBAGD
      *     *              - VERSAO INICIAL.                           *LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     * VERSAO 02    - FABRICA DE SOFTWARE      -     15.10.2026 *LIBAGD
      *     *              - HISTORICO DE EVENTOS DO MOVIMENTO (AUDITO-*LIBAGD
      *     *                RIA.TB_EVENTO_MOVTO): NA EXCLUSAO DOS     *LIBAGD
      *     *                VENCIDOS, JA COM O SARQUIVO FECHADO SEM   *LIBAGD
      *     *                ERRO, CADA LIBERADO DEIXA UM EVENTO LAG E *LIBAGD
      *     *                CADA CANCELADO EXPURGADO UM EVENTO CAN,   *LIBAGD
      *     *                COM O OPERADOR QUE CANCELOU. FALHA NO     *LIBAGD
      *     *                EVENTO NAO MUDA O RETORNO.                *LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     * VERSAO 03    - FABRICA DE SOFTWARE      -     15.10.2026 *LIBAGD
      *     *              - FECHAMENTO DO DIA                         *LIBAGD
      *     *                (AUDITORIA.TB_FECHAMENTO_DIA, BATCH       *LIBAGD
      *     *                FECHADIA): DATA DE MOVIMENTO JA FECHADA   *LIBAGD
      *     *                RECUSA A EXECUCAO (RC 0136) ATE A         *LIBAGD
      *     *                REABERTURA PELA TELA REABDIA. ERRO NA     *LIBAGD
      *     *                CONSULTA ENCERRA A EXECUCAO (RC 0088).    *LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     * VERSAO 04    - FABRICA DE SOFTWARE      -     15.10.2026 *LIBAGD
      *     *              - SEM NENHUM AGENDADO LIBERADO A EXECUCAO   *LIBAGD
      *     *                TERMINA COM RC 0008: O LIBAGENJ APAGA A   *LIBAGD
      *     *                GERACAO DO SARQUIVO, QUE SO TEM O TRAILER,*LIBAGD
      *     *                E NAO RODA O POSTSALD - A GDG NAO GANHA   *LIBAGD
      *     *                UMA GERACAO VAZIA POR DIA.                *LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      *     * VERSAO 05    - FABRICA DE SOFTWARE      -     15.10.2026 *LIBAGD
      *     *              - SO O PENDENTE E LIBERADO: O PROVISORIO DE *LIBAGD
      *     *                EXECUCAO DO MODEL01 AINDA NAO CONFIRMADA  *LIBAGD
      *     *                E IGNORADO. O LIBERADO E MARCADO NO       *LIBAGD
      *     *                CADASTRO ('L') E O EXPURGO SO APAGA O QUE *LIBAGD
      *     *                ESTA EXECUCAO MARCOU E O CANCELADO - UM   *LIBAGD
      *     *                PENDENTE QUE CHEGUE DEPOIS DA LIBERACAO   *LIBAGD
      *     *                FICA PARA A PROXIMA. LIBERADO DE EXECUCAO *LIBAGD
      *     *                QUE FALHOU ANTES DO EXPURGO E LIBERADO DE *LIBAGD
      *     *                NOVO. ERRO NA MARCACAO ENCERRA A EXECUCAO *LIBAGD
      *     *                (RC 0060).                                *LIBAGD
      *     *----------------------------------------------------------*LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       ENVIRONMENT                     DIVISION.                        LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       CONFIGURATION                   SECTION.                         LIBAGD
      ******************************************************************LIBAGD
       SPECIAL-NAMES.                                                   LIBAGD
           DECIMAL-POINT               IS COMMA.                        LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       INPUT-OUTPUT                    SECTION.                         LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
       FILE-CONTROL.                                                    LIBAGD
           SELECT AGENDA   ASSIGN      TO SYS080                        LIBAGD
                  ORGANIZATION         IS INDEXED                       LIBAGD
                  ACCESS   MODE        IS DYNAMIC                       LIBAGD
                  RECORD   KEY         IS FD-AGD-CHAVE                  LIBAGD
                  FILE     STATUS      IS WS-FS-SYS080.                 LIBAGD
      *                                                                 LIBAGD
           SELECT SARQUIVO ASSIGN      TO SYS020                        LIBAGD
                  FILE     STATUS      IS WS-FS-SYS020.                 LIBAGD
      *                                                                 LIBAGD
           SELECT RELATORIO ASSIGN     TO SYS030                        LIBAGD
                  FILE     STATUS      IS WS-FS-SYS030.                 LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       DATA                            DIVISION.                        LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       FILE                            SECTION.                         LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      *--- CADASTRO DE MOVIMENTOS AGENDADOS (SYS080 - VSAM KSDS) -------LIBAGD
       FD  AGENDA                                                       LIBAGD
           RECORD    CONTAINS          80 CHARACTERS.                   LIBAGD
       COPY AGENDAMV.                                                   LIBAGD
      *                                                                 LIBAGD
      *--- GERACAO DO SARQUIVO COM OS LIBERADOS (LAYOUT ARQUIVOS) ----- LIBAGD
       FD  SARQUIVO                                                     LIBAGD
           RECORDING MODE              IS F                             LIBAGD
           LABEL     RECORD            IS STANDARD                      LIBAGD
           BLOCK     CONTAINS          0  RECORDS.                      LIBAGD
       01  FD-REG-SARQUIVO.                                             LIBAGD
           03  FILLER              PIC     X(200).                      LIBAGD
      *                                                                 LIBAGD
       FD  RELATORIO                                                    LIBAGD
           RECORDING MODE              IS F                             LIBAGD
           LABEL     RECORD            IS STANDARD                      LIBAGD
           BLOCK     CONTAINS          0  RECORDS.                      LIBAGD
       01  FD-REG-RELATORIO.                                            LIBAGD
           03  FILLER              PIC     X(132).                      LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       WORKING-STORAGE                 SECTION.                         LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       77  FILLER                  PIC     X(32)         VALUE          LIBAGD
           'III WORKING-STORAGE SECTION III'.                           LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE FILE STATUS                                         *LIBAGD
      ******************************************************************LIBAGD
       01  WS-FS-SYS080            PIC     X(02)         VALUE SPACES.  LIBAGD
       01  WS-FS-SYS020            PIC     X(02)         VALUE SPACES.  LIBAGD
       01  WS-FS-SYS030            PIC     X(02)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE CONTADORES                                          *LIBAGD
      ******************************************************************LIBAGD
       01  WS-CT-LIDOS             PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-LIBERADOS         PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-CANCELADOS        PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-APAGADOS          PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-FUTUROS           PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-FUT-CANCELADOS    PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-PROVISORIOS       PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-EVT-FALHAS        PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-EVT-POSICAO       PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.   LIBAGD
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.   LIBAGD
      *                                                                 LIBAGD
       01  WS-VL-LIBERADOS         PIC    S9(15)V99      VALUE ZEROS    LIBAGD
                                                         COMP-3.        LIBAGD
       01  WS-VL-FUTUROS           PIC    S9(15)V99      VALUE ZEROS    LIBAGD
                                                         COMP-3.        LIBAGD
      *                                                                 LIBAGD
       01  WS-FIM-AGENDA           PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-FIM-AGENDA-SIM                         VALUE 'S'.     LIBAGD
           88  WS-FIM-AGENDA-NAO                         VALUE 'N'.     LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE ABERTURA DOS ARQUIVOS                               *LIBAGD
      ******************************************************************LIBAGD
       01  WS-AGENDA-ABERTO        PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-AGENDA-ABERTO-SIM                      VALUE 'S'.     LIBAGD
           88  WS-AGENDA-FECHADO                         VALUE 'N'.     LIBAGD
       01  WS-SARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-SARQUIVO-ABERTO-SIM                    VALUE 'S'.     LIBAGD
           88  WS-SARQUIVO-FECHADO                       VALUE 'N'.     LIBAGD
       01  WS-RELATORIO-ABERTO     PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-RELATORIO-ABERTO-SIM                   VALUE 'S'.     LIBAGD
           88  WS-RELATORIO-FECHADO                      VALUE 'N'.     LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DA CARTEIRA DE AGENDADOS DOS PROXIMOS DIAS             *LIBAGD
      ******************************************************************LIBAGD
      *--- O CADASTRO E LIDO NA ORDEM DA CHAVE (DATA EFETIVA PRIMEIRO);*LIBAGD
      *--- PARA O RELATORIO POR EMPRESA OS PENDENTES FUTUROS SAO       *LIBAGD
      *--- ACUMULADOS POR EMPRESA/DATA EFETIVA NA TABELA ABAIXO,       *LIBAGD
      *--- MANTIDA ORDENADA JA NA INSERCAO (COMO A TABELA DE           *LIBAGD
      *--- ACUMULACAO DO POSTSALD). TABELA ESGOTADA NAO IMPEDE A       *LIBAGD
      *--- LIBERACAO: O EXCEDENTE SO ENTRA NO TOTAL GERAL (RC 0004).   *LIBAGD
       01  WS-QT-FUTURO-MAX        PIC     9(04)         VALUE 2000.    LIBAGD
       01  WS-CT-COMBOS            PIC     9(04)         VALUE ZEROS.   LIBAGD
       01  WS-CT-FORA-TABELA       PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-SUB                  PIC     9(04)         VALUE ZEROS.   LIBAGD
       01  WS-SUB2                 PIC     9(04)         VALUE ZEROS.   LIBAGD
       01  WS-POS                  PIC     9(04)         VALUE ZEROS.   LIBAGD
       01  WS-ACHOU                PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-ACHOU-SIM                              VALUE 'S'.     LIBAGD
           88  WS-ACHOU-NAO                              VALUE 'N'.     LIBAGD
       01  WS-CHAVE-NOVA.                                               LIBAGD
           03  WS-CHV-EMPRESA      PIC     9(04).                       LIBAGD
           03  WS-CHV-DATA         PIC     9(08).                       LIBAGD
       01  WS-TAB-FUTURO.                                               LIBAGD
           03  WS-TB-FUT           OCCURS  2000.                        LIBAGD
               05  WS-TB-FUT-CHAVE.                                     LIBAGD
                   07  WS-TB-FUT-EMPRESA   PIC 9(04).                   LIBAGD
                   07  WS-TB-FUT-DATA      PIC 9(08).                   LIBAGD
               05  WS-TB-FUT-QTDE      PIC 9(08).                       LIBAGD
               05  WS-TB-FUT-VALOR     PIC S9(15)V99 COMP-3.            LIBAGD
      *                                                                 LIBAGD
       01  WS-EMPRESA-ANT          PIC     9(04)         VALUE ZEROS.   LIBAGD
       01  WS-TOT-EMP-QTDE         PIC     9(08)         VALUE ZEROS.   LIBAGD
       01  WS-TOT-EMP-VALOR        PIC    S9(15)V99      VALUE ZEROS    LIBAGD
                                                         COMP-3.        LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DO CADASTRO DE EMPRESAS                                *LIBAGD
      ******************************************************************LIBAGD
      *--- CODIGO E NOME VEM DA TABELA AUDITORIA.TB_EMPRESA, EM       * LIBAGD
      *--- QUALQUER SITUACAO - O NOME SO ENFEITA O RELATORIO.         * LIBAGD
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   LIBAGD
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     LIBAGD
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     LIBAGD
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     LIBAGD
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   LIBAGD
       01  WS-TAB-CADASTRO.                                             LIBAGD
           03  WS-TB-CAD           OCCURS  1 TO 500                     LIBAGD
                                   DEPENDING ON WS-QT-CADASTRO          LIBAGD
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   LIBAGD
                                   INDEXED BY I01-CAD.                  LIBAGD
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      LIBAGD
               05  WS-TB-CAD-NOME       PIC X(30).                      LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE AUXILIARES                                          *LIBAGD
      ******************************************************************LIBAGD
       01  WS-MSG-SYS080           PIC     X(18)         VALUE          LIBAGD
           ' DO ARQUIVO SYS080'.                                        LIBAGD
       01  WS-MSG-SYS020           PIC     X(18)         VALUE          LIBAGD
           ' DO ARQUIVO SYS020'.                                        LIBAGD
       01  WS-MSG-SYS030           PIC     X(18)         VALUE          LIBAGD
           ' DO ARQUIVO SYS030'.                                        LIBAGD
      *                                                                 LIBAGD
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  LIBAGD
       01  WS-DATA-DISPLAY.                                             LIBAGD
           03  WS-DATA-BR.                                              LIBAGD
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  LIBAGD
               05  FILLER          PIC     X             VALUE '/'.     LIBAGD
               05  WS-MES          PIC     X(02)         VALUE SPACES.  LIBAGD
               05  FILLER          PIC     X             VALUE '/'.     LIBAGD
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  LIBAGD
               05  FILLER          PIC     X             VALUE ' '.     LIBAGD
           03  WS-HORA-BR.                                              LIBAGD
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   LIBAGD
               05  FILLER          PIC     X             VALUE ':'.     LIBAGD
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   LIBAGD
               05  FILLER          PIC     X             VALUE ':'.     LIBAGD
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE LINHAS DO RELATORIO                                 *LIBAGD
      ******************************************************************LIBAGD
       01  WS-SALTO-PAGINA         PIC     X(01)         VALUE 'N'.     LIBAGD
           88  WS-SALTO-PAGINA-SIM                       VALUE 'S'.     LIBAGD
           88  WS-SALTO-PAGINA-NAO                       VALUE 'N'.     LIBAGD
      *                                                                 LIBAGD
      *--- O RELATORIO TEM DUAS PARTES, CADA UMA COM O SEU CABECALHO  * LIBAGD
      *--- DE COLUNAS: OS VENCIDOS TRATADOS HOJE E A CARTEIRA FUTURA. * LIBAGD
       01  WS-PARTE-RELATORIO      PIC     X(01)         VALUE '1'.     LIBAGD
           88  WS-PARTE-VENCIDOS                         VALUE '1'.     LIBAGD
           88  WS-PARTE-CARTEIRA                         VALUE '2'.     LIBAGD
      *                                                                 LIBAGD
       01  WS-LINHA                PIC     X(132)        VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-CAB1.                                                 LIBAGD
           03  FILLER              PIC     X(47)         VALUE          LIBAGD
           'LIBAGEND - LIBERACAO DE MOVIMENTOS AGENDADOS   '.           LIBAGD
           03  FILLER              PIC     X(17)         VALUE          LIBAGD
           '  DATA MOVIMENTO:'.                                         LIBAGD
           03  CAB1-DATA           PIC     9(08).                       LIBAGD
           03  FILLER              PIC     X(06)         VALUE          LIBAGD
           '  PAG '.                                                    LIBAGD
           03  CAB1-PAG            PIC     ZZZZ9.                       LIBAGD
           03  FILLER              PIC     X(49)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-CAB2.                                                 LIBAGD
           03  FILLER              PIC     X(12)         VALUE          LIBAGD
           'EMITIDO EM: '.                                              LIBAGD
           03  CAB2-DATA           PIC     X(10).                       LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  CAB2-HORA           PIC     X(08).                       LIBAGD
           03  FILLER              PIC     X(101)        VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-CAB3-VENCIDOS.                                        LIBAGD
           03  FILLER              PIC     X(02)         VALUE SPACES.  LIBAGD
           03  FILLER              PIC     X(09)         VALUE          LIBAGD
           'EMPRESA  '.                                                 LIBAGD
           03  FILLER              PIC     X(06)         VALUE          LIBAGD
           'TRANS '.                                                    LIBAGD
           03  FILLER              PIC     X(14)         VALUE          LIBAGD
           'DT EFETIVA    '.                                            LIBAGD
           03  FILLER              PIC     X(14)         VALUE          LIBAGD
           'RECEBIDO EM   '.                                            LIBAGD
           03  FILLER              PIC     X(24)         VALUE          LIBAGD
           '                 VALOR  '.                                  LIBAGD
           03  FILLER              PIC     X(21)         VALUE          LIBAGD
           'SITUACAO             '.                                     LIBAGD
           03  FILLER              PIC     X(42)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-CAB3-CARTEIRA.                                        LIBAGD
           03  FILLER              PIC     X(02)         VALUE SPACES.  LIBAGD
           03  FILLER              PIC     X(09)         VALUE          LIBAGD
           'EMPRESA  '.                                                 LIBAGD
           03  FILLER              PIC     X(14)         VALUE          LIBAGD
           'DT EFETIVA    '.                                            LIBAGD
           03  FILLER              PIC     X(12)         VALUE          LIBAGD
           '  QUANTIDADE'.                                              LIBAGD
           03  FILLER              PIC     X(24)         VALUE          LIBAGD
           '                 VALOR  '.                                  LIBAGD
           03  FILLER              PIC     X(71)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-TITULO.                                               LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  TIT-TEXTO           PIC     X(70).                       LIBAGD
           03  FILLER              PIC     X(61)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-VENCIDO.                                              LIBAGD
           03  FILLER              PIC     X(04)         VALUE SPACES.  LIBAGD
           03  VEN-EMPRESA         PIC     9(04).                       LIBAGD
           03  FILLER              PIC     X(03)         VALUE SPACES.  LIBAGD
           03  VEN-TRANSACAO       PIC     X(04).                       LIBAGD
           03  FILLER              PIC     X(02)         VALUE SPACES.  LIBAGD
           03  VEN-DATA-EFETIVA    PIC     9(08).                       LIBAGD
           03  FILLER              PIC     X(06)         VALUE SPACES.  LIBAGD
           03  VEN-DATA-RECEBIDO   PIC     9(08).                       LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  VEN-VALOR           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        LIBAGD
           03  FILLER              PIC     X(02)         VALUE SPACES.  LIBAGD
           03  VEN-SITUACAO        PIC     X(40).                       LIBAGD
           03  FILLER              PIC     X(27)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-CARTEIRA.                                             LIBAGD
           03  FILLER              PIC     X(04)         VALUE SPACES.  LIBAGD
           03  CAR-EMPRESA         PIC     9(04).                       LIBAGD
           03  FILLER              PIC     X(03)         VALUE SPACES.  LIBAGD
           03  CAR-DATA-EFETIVA    PIC     9(08).                       LIBAGD
           03  FILLER              PIC     X(05)         VALUE SPACES.  LIBAGD
           03  CAR-QTDE            PIC     ZZ.ZZZ.ZZ9.                  LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  CAR-VALOR           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        LIBAGD
           03  FILLER              PIC     X(74)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-SUBTOTAL.                                             LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  FILLER              PIC     X(14)         VALUE          LIBAGD
           'TOTAL EMPRESA '.                                            LIBAGD
           03  SUB-EMPRESA         PIC     9(04).                       LIBAGD
           03  FILLER              PIC     X(06)         VALUE SPACES.  LIBAGD
           03  SUB-QTDE            PIC     ZZ.ZZZ.ZZ9.                  LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  SUB-VALOR           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        LIBAGD
           03  FILLER              PIC     X(02)         VALUE SPACES.  LIBAGD
           03  SUB-NOME            PIC     X(30).                       LIBAGD
           03  FILLER              PIC     X(41)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       01  WS-LIN-TOTAL.                                                LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  TOT-TEXTO           PIC     X(24).                       LIBAGD
           03  TOT-QTDE            PIC     ZZ.ZZZ.ZZ9.                  LIBAGD
           03  FILLER              PIC     X(01)         VALUE SPACES.  LIBAGD
           03  TOT-VALOR           PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        LIBAGD
           03  FILLER              PIC     X(73)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE PARAMETROS DE EXECUCAO                              *LIBAGD
      ******************************************************************LIBAGD
      *--- MESMO PARAMETRO ESTRUTURADO DA FAMILIA MODEL01 - SO A DATA * LIBAGD
      *--- DE MOVIMENTO E O CODIGO DE RETORNO SAO USADOS AQUI.        * LIBAGD
       COPY PARMEXEC.                                                   LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE COPY BOOKS                                          *LIBAGD
      ******************************************************************LIBAGD
       COPY ARQUIVOS.                                                   LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    AREA DE DB2                                                 *LIBAGD
      ******************************************************************LIBAGD
      *--- AREA DE TRABALHO PARA AUDITORIA DE ERROS DE ARQUIVO         *LIBAGD
       01  WS-AUDIT-PROGRAMA       PIC     X(08)         VALUE          LIBAGD
           'LIBAGEND'.                                                  LIBAGD
       01  WS-AUDIT-ARQUIVO        PIC     X(10)         VALUE SPACES.  LIBAGD
       01  WS-AUDIT-STATUS         PIC     X(02)         VALUE SPACES.  LIBAGD
       01  WS-AUDIT-TIMESTAMP      PIC     X(14)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------LIBAGD
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          LIBAGD
           'LIBAGEND'.                                                  LIBAGD
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'A'.     LIBAGD
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  LIBAGD
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  LIBAGD
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
      *                                                                 LIBAGD
      *--- AREA DE TRABALHO PARA O FECHAMENTO DO DIA -------------------LIBAGD
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.  LIBAGD
           88  WS-FEC-FECHADO                            VALUE 'F'.     LIBAGD
      *                                                                 LIBAGD
      *--- AREA DE TRABALHO PARA O CADASTRO DE EMPRESAS ----------------LIBAGD
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-EMP-NOME             PIC     X(30)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
       EXEC SQL                                                         LIBAGD
           INCLUDE SQLCA                                                LIBAGD
       END-EXEC.                                                        LIBAGD
      *                                                                 LIBAGD
       EXEC SQL                                                         LIBAGD
           DECLARE C-EMPRESA CURSOR FOR                                 LIBAGD
           SELECT COD_EMPRESA, NOM_EMPRESA                              LIBAGD
             FROM AUDITORIA.TB_EMPRESA                                  LIBAGD
            ORDER BY COD_EMPRESA                                        LIBAGD
       END-EXEC.                                                        LIBAGD
      *                                                                 LIBAGD
      *--- AREA DE TRABALHO PARA O HISTORICO DE EVENTOS DO MOVIMENTO -- LIBAGD
       01  WS-EVT-TRANSACAO        PIC     X(04)         VALUE SPACES.  LIBAGD
       01  WS-EVT-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-EVT-EMPRESA          PIC     X(04)         VALUE SPACES.  LIBAGD
       01  WS-EVT-VALOR            PIC    S9(11)V99      VALUE ZEROS    LIBAGD
                                                         COMP-3.        LIBAGD
       01  WS-EVT-DATA-MOVTO       PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-EVT-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-EVT-CODIGO           PIC     X(03)         VALUE SPACES.  LIBAGD
       01  WS-EVT-MOTIVO           PIC     X(04)         VALUE SPACES.  LIBAGD
       01  WS-EVT-PROGRAMA         PIC     X(08)         VALUE          LIBAGD
           'LIBAGEND'.                                                  LIBAGD
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.  LIBAGD
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS    LIBAGD
                                                         COMP.          LIBAGD
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.  LIBAGD
       01  WS-EVT-DATA             PIC     X(08)         VALUE SPACES.  LIBAGD
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.  LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       77  FILLER                  PIC     X(38)         VALUE          LIBAGD
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       LINKAGE                         SECTION.                         LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      *--- PARAMETRO DE EXECUCAO RECEBIDO DO JOB CHAMADOR (MESMO       *LIBAGD
      *--- LAYOUT DE WS-PARM-EXECUCAO, COM PREFIXO LK- - VIDE COPY     *LIBAGD
      *--- PARMEXEC)                                                   *LIBAGD
       COPY PARMEXEC REPLACING LEADING ==WS== BY ==LK==.                LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
       PROCEDURE                       DIVISION USING LK-PARM-EXECUCAO. LIBAGD
      ******************************************************************LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA PRINCIPAL                                            *LIBAGD
      ******************************************************************LIBAGD
       RTPRINCIPAL                     SECTION.                         LIBAGD
      *                                                                 LIBAGD
           PERFORM RTINICIALIZA.                                        LIBAGD
      *                                                                 LIBAGD
           PERFORM RTPROCESSA.                                          LIBAGD
      *                                                                 LIBAGD
           PERFORM RTGRAVATRAILER.                                      LIBAGD
      *                                                                 LIBAGD
      *--- O SARQUIVO E FECHADO ANTES DE QUALQUER EXCLUSAO NO          *LIBAGD
      *--- CADASTRO: SE A GRAVACAO FALHAR, OS AGENDADOS CONTINUAM LA   *LIBAGD
      *--- E UMA NOVA EXECUCAO OS LIBERA DE NOVO, SEM PERDA.           *LIBAGD
           PERFORM RTFECHASAIDA.                                        LIBAGD
      *                                                                 LIBAGD
           PERFORM RTEXPURGA.                                           LIBAGD
      *                                                                 LIBAGD
           PERFORM RTIMPRIMECARTEIRA.                                   LIBAGD
      *                                                                 LIBAGD
           PERFORM RTFECHA.                                             LIBAGD
      *                                                                 LIBAGD
      *--- NENHUM LIBERADO: A GERACAO SO TEM O TRAILER. O RC 0008      *LIBAGD
      *--- (ACIMA DO AVISO 0004 DA CARTEIRA, QUE SO AFETA O RELATORIO) *LIBAGD
      *--- FAZ O LIBAGENJ APAGA-LA E PULAR O POSTSALD. OS CANCELADOS   *LIBAGD
      *--- EXPURGADOS JA SAIRAM DO CADASTRO E DO RELATORIO.            *LIBAGD
           IF WS-CT-LIBERADOS          EQUAL ZEROS                      LIBAGD
            AND WS-COD-RETORNO         NOT GREATER 0004                 LIBAGD
               DISPLAY '#LIBAGD.919I - NENHUM AGENDADO LIBERADO -'      LIBAGD
               DISPLAY '#LIBAGD.919I - GERACAO DO SARQUIVO VAZIA'       LIBAGD
               MOVE 0008                TO WS-COD-RETORNO               LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           PERFORM RTFINALIZA.                                          LIBAGD
      *                                                                 LIBAGD
       RTPRINCIPALX.                   EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE INICIALIZACAO                                     *LIBAGD
      ******************************************************************LIBAGD
       RTINICIALIZA                    SECTION.                         LIBAGD
      *                                                                 LIBAGD
           INITIALIZE ARQUIVOS                                          LIBAGD
                      WS-PARM-EXECUCAO.                                 LIBAGD
      *                                                                 LIBAGD
           DISPLAY '*************************************************'. LIBAGD
           MOVE '#LIBAGD.900I - INICIO DO PROCESSAMENTO'                LIBAGD
                                       TO WS-MENSAGEM.                  LIBAGD
      *                                                                 LIBAGD
           ACCEPT WS-DATA-MAQ          FROM DATE.                       LIBAGD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       LIBAGD
      *                                                                 LIBAGD
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   LIBAGD
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   LIBAGD
      *                                                                 LIBAGD
           DISPLAY WS-MENSAGEM.                                         LIBAGD
           DISPLAY WS-DATA-DISPLAY.                                     LIBAGD
           DISPLAY '*************************************************'. LIBAGD
      *                                                                 LIBAGD
           MOVE LK-PARM-EXECUCAO       TO WS-PARM-EXECUCAO.             LIBAGD
           MOVE ZEROS                  TO WS-COD-RETORNO.               LIBAGD
      *                                                                 LIBAGD
           IF WS-DATA-EXECUCAO         EQUAL ZEROS                      LIBAGD
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD               LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO -----------------LIBAGD
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              LIBAGD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       LIBAGD
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                LIBAGD
                  WS-TIME-MAQ          DELIMITED BY SIZE                LIBAGD
                                       INTO WS-HIST-INICIO.             LIBAGD
      *                                                                 LIBAGD
      *--- DATA DE MOVIMENTO JA FECHADA NAO RECEBE MAIS LANCAMENTO.    *LIBAGD
           PERFORM RTVERIFICAFECHADO.                                   LIBAGD
      *                                                                 LIBAGD
      *--- CARREGA OS NOMES DAS EMPRESAS PARA O RELATORIO.             *LIBAGD
           PERFORM RTCARGAEMPRESAS.                                     LIBAGD
      *                                                                 LIBAGD
      *--- UM KSDS RECEM-DEFINIDO PELO MODEL01G NUNCA FOI CARREGADO E * LIBAGD
      *--- RESPONDE STATUS 35 NA ABERTURA I-O: O CADASTRO E CRIADO    * LIBAGD
      *--- VAZIO E REABERTO, COMO O POSTSALD FAZ COM O SALDOS.        * LIBAGD
           OPEN I-O AGENDA.                                             LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS080             EQUAL '35'                       LIBAGD
               OPEN OUTPUT AGENDA                                       LIBAGD
               IF WS-FS-SYS080         EQUAL ZEROS                      LIBAGD
                   CLOSE AGENDA                                         LIBAGD
                   OPEN I-O AGENDA                                      LIBAGD
               END-IF                                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS080             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.901I - ERRO NA ABERTURA' WS-MSG-SYS080  LIBAGD
               DISPLAY '#LIBAGD.901I - FILE STATUS = '   WS-FS-SYS080   LIBAGD
               MOVE 'AGENDA'           TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS080       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0020                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           SET WS-AGENDA-ABERTO-SIM    TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           OPEN OUTPUT SARQUIVO.                                        LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.902I - ERRO NA ABERTURA' WS-MSG-SYS020  LIBAGD
               DISPLAY '#LIBAGD.902I - FILE STATUS = '   WS-FS-SYS020   LIBAGD
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0024                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFECHA                                          LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           SET WS-SARQUIVO-ABERTO-SIM  TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           OPEN OUTPUT RELATORIO.                                       LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS030             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.903I - ERRO NA ABERTURA' WS-MSG-SYS030  LIBAGD
               DISPLAY '#LIBAGD.903I - FILE STATUS = '   WS-FS-SYS030   LIBAGD
               MOVE 'RELATORIO'        TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS030       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0028                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFECHA                                          LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           SET WS-RELATORIO-ABERTO-SIM TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
       RTINICIALIZAX.                  EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE PROCESSAMENTO (LIBERACAO DOS VENCIDOS)            *LIBAGD
      ******************************************************************LIBAGD
       RTPROCESSA                      SECTION.                         LIBAGD
      *                                                                 LIBAGD
           MOVE WS-DATA-EXECUCAO       TO CAB1-DATA.                    LIBAGD
           SET WS-PARTE-VENCIDOS       TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           PERFORM RTCABECALHO.                                         LIBAGD
      *                                                                 LIBAGD
           MOVE 'MOVIMENTOS VENCIDOS TRATADOS NESTA EXECUCAO'           LIBAGD
                                       TO TIT-TEXTO.                    LIBAGD
           MOVE WS-LIN-TITULO          TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           PERFORM RTLEAGENDA.                                          LIBAGD
      *                                                                 LIBAGD
      *--- PROVISORIO: EXECUCAO DO MODEL01 QUE O GRAVOU AINDA NAO FOI  *LIBAGD
      *--- CONFIRMADA (OU FALHOU E AGUARDA REINICIO) - NAO E LIBERADO  *LIBAGD
      *--- NEM ENTRA NA CARTEIRA.                                      *LIBAGD
           PERFORM UNTIL WS-FIM-AGENDA-SIM                              LIBAGD
               EVALUATE TRUE                                            LIBAGD
                   WHEN FD-AGD-PROVISORIO                               LIBAGD
                       ADD 1           TO WS-CT-PROVISORIOS             LIBAGD
                   WHEN FD-AGD-DATA-EFETIVA GREATER WS-DATA-EXECUCAO    LIBAGD
                       PERFORM RTACUMULAFUTURO                          LIBAGD
                   WHEN OTHER                                           LIBAGD
                       PERFORM RTLIBERA                                 LIBAGD
               END-EVALUATE                                             LIBAGD
               PERFORM RTLEAGENDA                                       LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-PROVISORIOS        GREATER ZEROS                    LIBAGD
               DISPLAY '#LIBAGD.920I - PROVISORIOS NAO CONFIRMADOS '    LIBAGD
                       'IGNORADOS = ' WS-CT-PROVISORIOS                 LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-LIBERADOS + WS-CT-CANCELADOS EQUAL ZEROS            LIBAGD
               MOVE '  NENHUM MOVIMENTO AGENDADO VENCIDO NA DATA'       LIBAGD
                                       TO WS-LINHA                      LIBAGD
               PERFORM RTESCREVE                                        LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE 'LIBERADOS NO SARQUIVO :' TO TOT-TEXTO.                 LIBAGD
           MOVE WS-CT-LIBERADOS        TO TOT-QTDE.                     LIBAGD
           MOVE WS-VL-LIBERADOS        TO TOT-VALOR.                    LIBAGD
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE 'CANCELADOS EXPURGADOS :' TO TOT-TEXTO.                 LIBAGD
           MOVE WS-CT-CANCELADOS       TO TOT-QTDE.                     LIBAGD
           MOVE ZEROS                  TO TOT-VALOR.                    LIBAGD
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
       RTPROCESSAX.                    EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE LEITURA SEQUENCIAL DO CADASTRO DE AGENDADOS       *LIBAGD
      ******************************************************************LIBAGD
       RTLEAGENDA                      SECTION.                         LIBAGD
      *                                                                 LIBAGD
           READ AGENDA NEXT RECORD.                                     LIBAGD
      *                                                                 LIBAGD
           EVALUATE WS-FS-SYS080                                        LIBAGD
               WHEN ZEROS                                               LIBAGD
                   ADD 1               TO WS-CT-LIDOS                   LIBAGD
               WHEN '10'                                                LIBAGD
                   SET WS-FIM-AGENDA-SIM TO TRUE                        LIBAGD
               WHEN OTHER                                               LIBAGD
                   DISPLAY '#LIBAGD.904I - ERRO NA LEITURA'             LIBAGD
                           WS-MSG-SYS080                                LIBAGD
                   DISPLAY '#LIBAGD.904I - FILE STATUS = '              LIBAGD
                           WS-FS-SYS080                                 LIBAGD
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              LIBAGD
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               LIBAGD
                   PERFORM RTGRAVAAUDITORIA                             LIBAGD
                   MOVE 0032            TO WS-COD-RETORNO               LIBAGD
                   PERFORM RTFECHA                                      LIBAGD
                   PERFORM RTFINALIZA                                   LIBAGD
           END-EVALUATE.                                                LIBAGD
      *                                                                 LIBAGD
       RTLEAGENDAX.                    EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE LIBERACAO DE UM AGENDADO VENCIDO                  *LIBAGD
      ******************************************************************LIBAGD
       RTLIBERA                        SECTION.                         LIBAGD
      *                                                                 LIBAGD
           MOVE FD-AGD-EMPRESA         TO VEN-EMPRESA.                  LIBAGD
           MOVE FD-AGD-TRANSACAO       TO VEN-TRANSACAO.                LIBAGD
           MOVE FD-AGD-DATA-EFETIVA    TO VEN-DATA-EFETIVA.             LIBAGD
           MOVE FD-AGD-DATA-RECEBIDO   TO VEN-DATA-RECEBIDO.            LIBAGD
           MOVE FD-AGD-VALOR           TO VEN-VALOR.                    LIBAGD
      *                                                                 LIBAGD
      *--- CANCELADO NA TELA CANCAGEN: NAO VAI PARA O SARQUIVO - SO    *LIBAGD
      *--- SAI DO CADASTRO (RTEXPURGA) E FICA REGISTRADO AQUI.         *LIBAGD
           IF FD-AGD-CANCELADO                                          LIBAGD
               ADD 1                   TO WS-CT-CANCELADOS              LIBAGD
               MOVE SPACES             TO VEN-SITUACAO                  LIBAGD
               STRING 'CANCELADO POR '  DELIMITED BY SIZE               LIBAGD
                      FD-AGD-OPER-CANCEL DELIMITED BY SIZE              LIBAGD
                      ' EM '            DELIMITED BY SIZE               LIBAGD
                      FD-AGD-DATA-CANCEL DELIMITED BY SIZE              LIBAGD
                                       INTO VEN-SITUACAO                LIBAGD
               PERFORM RTIMPRIMEVENCIDO                                 LIBAGD
               GO TO RTLIBERAX                                          LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO ARQUIVOS.                     LIBAGD
           SET ARQS-REG-DETALHE        TO TRUE.                         LIBAGD
           MOVE FD-AGD-TRANSACAO       TO ARQS-COD-TRANSACAO.           LIBAGD
           MOVE FD-AGD-DATA-EFETIVA    TO ARQS-DATA-EFETIVA.            LIBAGD
           MOVE FD-AGD-EMPRESA         TO ARQS-EMPRESA.                 LIBAGD
           MOVE FD-AGD-VALOR           TO ARQS-VALOR.                   LIBAGD
           MOVE SPACES                 TO ARQS-TIPO-ALTERACAO.          LIBAGD
      *                                                                 LIBAGD
           MOVE ARQUIVOS               TO FD-REG-SARQUIVO.              LIBAGD
      *                                                                 LIBAGD
           WRITE FD-REG-SARQUIVO.                                       LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.905I - ERRO NA GRAVACAO' WS-MSG-SYS020  LIBAGD
               DISPLAY '#LIBAGD.905I - FILE STATUS = '   WS-FS-SYS020   LIBAGD
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0036                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFECHA                                          LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
      *--- A MARCA DE LIBERADO E O QUE O EXPURGO APAGA: UM PENDENTE   * LIBAGD
      *--- QUE NAO PASSOU POR AQUI NESTA EXECUCAO FICA NO CADASTRO. O  *LIBAGD
      *--- JA MARCADO VEM DE EXECUCAO QUE FALHOU ANTES DO EXPURGO, COM *LIBAGD
      *--- O SARQUIVO NAO ENTREGUE, E SO E LIBERADO DE NOVO.           *LIBAGD
           IF FD-AGD-PENDENTE                                           LIBAGD
               SET FD-AGD-LIBERADO     TO TRUE                          LIBAGD
               REWRITE FD-REG-AGENDA                                    LIBAGD
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  LIBAGD
                   DISPLAY '#LIBAGD.921I - ERRO NA MARCACAO'            LIBAGD
                           WS-MSG-SYS080                                LIBAGD
                   DISPLAY '#LIBAGD.921I - FILE STATUS = '              LIBAGD
                           WS-FS-SYS080                                 LIBAGD
                   DISPLAY '#LIBAGD.921I - CHAVE = ' FD-AGD-CHAVE       LIBAGD
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              LIBAGD
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               LIBAGD
                   PERFORM RTGRAVAAUDITORIA                             LIBAGD
                   MOVE 0060            TO WS-COD-RETORNO               LIBAGD
                   PERFORM RTFECHA                                      LIBAGD
                   PERFORM RTFINALIZA                                   LIBAGD
               END-IF                                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           ADD 1                       TO WS-CT-LIBERADOS.              LIBAGD
           ADD FD-AGD-VALOR            TO WS-VL-LIBERADOS.              LIBAGD
      *                                                                 LIBAGD
           MOVE 'LIBERADO NO SARQUIVO' TO VEN-SITUACAO.                 LIBAGD
           PERFORM RTIMPRIMEVENCIDO.                                    LIBAGD
      *                                                                 LIBAGD
       RTLIBERAX.                      EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE ACUMULACAO DA CARTEIRA FUTURA POR EMPRESA/DATA    *LIBAGD
      ******************************************************************LIBAGD
       RTACUMULAFUTURO                 SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- CANCELADO AINDA NAO VENCIDO NAO E CARTEIRA: SO E CONTADO,   *LIBAGD
      *--- E SAI DO CADASTRO NA DATA EFETIVA DELE.                     *LIBAGD
           IF FD-AGD-CANCELADO                                          LIBAGD
               ADD 1                   TO WS-CT-FUT-CANCELADOS          LIBAGD
               GO TO RTACUMULAFUTUROX                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           ADD 1                       TO WS-CT-FUTUROS.                LIBAGD
           ADD FD-AGD-VALOR            TO WS-VL-FUTUROS.                LIBAGD
      *                                                                 LIBAGD
           MOVE FD-AGD-EMPRESA         TO WS-CHV-EMPRESA.               LIBAGD
           MOVE FD-AGD-DATA-EFETIVA    TO WS-CHV-DATA.                  LIBAGD
      *                                                                 LIBAGD
           SET WS-ACHOU-NAO            TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           PERFORM VARYING WS-SUB FROM 1 BY 1                           LIBAGD
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    LIBAGD
                      OR WS-ACHOU-SIM                                   LIBAGD
               IF WS-TB-FUT-CHAVE(WS-SUB) EQUAL WS-CHAVE-NOVA           LIBAGD
                   SET WS-ACHOU-SIM    TO TRUE                          LIBAGD
                   ADD 1               TO WS-TB-FUT-QTDE(WS-SUB)        LIBAGD
                   ADD FD-AGD-VALOR    TO WS-TB-FUT-VALOR(WS-SUB)       LIBAGD
               END-IF                                                   LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
           IF WS-ACHOU-SIM                                              LIBAGD
               GO TO RTACUMULAFUTUROX                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-COMBOS             EQUAL WS-QT-FUTURO-MAX           LIBAGD
               IF WS-CT-FORA-TABELA    EQUAL ZEROS                      LIBAGD
                   DISPLAY '#LIBAGD.913I - TABELA DA CARTEIRA ESGOTADA' LIBAGD
                   DISPLAY '#LIBAGD.913I - MAXIMO DE ' WS-QT-FUTURO-MAX LIBAGD
                           ' COMBINACOES EMPRESA/DATA - O EXCEDENTE'    LIBAGD
                   DISPLAY '#LIBAGD.913I - SO ENTRA NO TOTAL GERAL'     LIBAGD
                   IF WS-COD-RETORNO   EQUAL ZEROS                      LIBAGD
                       MOVE 0004       TO WS-COD-RETORNO                LIBAGD
                   END-IF                                               LIBAGD
               END-IF                                                   LIBAGD
               ADD 1                   TO WS-CT-FORA-TABELA             LIBAGD
               GO TO RTACUMULAFUTUROX                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
      *--- LOCALIZA A POSICAO DE INSERCAO E ABRE ESPACO, MANTENDO A   * LIBAGD
      *--- TABELA ORDENADA POR EMPRESA/DATA EFETIVA.                  * LIBAGD
           MOVE ZEROS                  TO WS-POS.                       LIBAGD
      *                                                                 LIBAGD
           PERFORM VARYING WS-SUB FROM 1 BY 1                           LIBAGD
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    LIBAGD
                      OR WS-POS GREATER ZEROS                           LIBAGD
               IF WS-TB-FUT-CHAVE(WS-SUB) GREATER WS-CHAVE-NOVA         LIBAGD
                   MOVE WS-SUB         TO WS-POS                        LIBAGD
               END-IF                                                   LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
           IF WS-POS                   EQUAL ZEROS                      LIBAGD
               COMPUTE WS-POS = WS-CT-COMBOS + 1                        LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           PERFORM VARYING WS-SUB2 FROM WS-CT-COMBOS BY -1              LIBAGD
                   UNTIL WS-SUB2 LESS WS-POS                            LIBAGD
               MOVE WS-TB-FUT(WS-SUB2) TO WS-TB-FUT(WS-SUB2 + 1)        LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
           MOVE WS-CHAVE-NOVA          TO WS-TB-FUT-CHAVE(WS-POS).      LIBAGD
           MOVE 1                      TO WS-TB-FUT-QTDE(WS-POS).       LIBAGD
           MOVE FD-AGD-VALOR           TO WS-TB-FUT-VALOR(WS-POS).      LIBAGD
           ADD 1                       TO WS-CT-COMBOS.                 LIBAGD
      *                                                                 LIBAGD
       RTACUMULAFUTUROX.               EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE GRAVACAO DO TRAILER DE TOTAIS NO SARQUIVO         *LIBAGD
      ******************************************************************LIBAGD
       RTGRAVATRAILER                  SECTION.                         LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO ARQUIVOS.                     LIBAGD
           SET ARQS-REG-TRAILER        TO TRUE.                         LIBAGD
           MOVE WS-CT-LIBERADOS        TO ARQS-QT-LIDOS.                LIBAGD
           MOVE WS-CT-LIBERADOS        TO ARQS-QT-GRAVADOS.             LIBAGD
           MOVE WS-DATA-EXECUCAO       TO ARQS-DATA-PROCESSO.           LIBAGD
      *--- A LIBERACAO NAO SUPRIME, NAO RETEM E NAO AGENDA, MAS OS     *LIBAGD
      *--- CONTADORES DO TRAILER PRECISAM NASCER NUMERICOS PARA OS     *LIBAGD
      *--- CONSUMIDORES DO SARQUIVO.                                   *LIBAGD
           MOVE ZEROS                  TO ARQS-QT-DUPLICADOS.           LIBAGD
           MOVE ZEROS                  TO ARQS-QT-RETIDOS.              LIBAGD
           MOVE ZEROS                  TO ARQS-QT-AGENDADOS.            LIBAGD
      *                                                                 LIBAGD
           MOVE ARQUIVOS               TO FD-REG-SARQUIVO.              LIBAGD
      *                                                                 LIBAGD
           WRITE FD-REG-SARQUIVO.                                       LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.906I - ERRO NA GRAVACAO DO TRAILER'     LIBAGD
               DISPLAY '#LIBAGD.906I - FILE STATUS = ' WS-FS-SYS020     LIBAGD
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0040                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFECHA                                          LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
       RTGRAVATRAILERX.                EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE FECHAMENTO DO SARQUIVO                            *LIBAGD
      ******************************************************************LIBAGD
       RTFECHASAIDA                    SECTION.                         LIBAGD
      *                                                                 LIBAGD
           CLOSE SARQUIVO.                                              LIBAGD
           SET WS-SARQUIVO-FECHADO     TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.909I - ERRO NO FECHAMENTO'              LIBAGD
                       WS-MSG-SYS020                                    LIBAGD
               DISPLAY '#LIBAGD.909I - FILE STATUS = ' WS-FS-SYS020     LIBAGD
               DISPLAY '#LIBAGD.909I - NENHUM AGENDADO FOI APAGADO'     LIBAGD
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS020       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0056                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFECHA                                          LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
       RTFECHASAIDAX.                  EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE EXCLUSAO DOS VENCIDOS DO CADASTRO                 *LIBAGD
      ******************************************************************LIBAGD
       RTEXPURGA                       SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- COMO A CHAVE COMECA PELA DATA EFETIVA, OS VENCIDOS SAO O    *LIBAGD
      *--- BLOCO INICIAL DO CADASTRO: RELE DO INICIO ATE O PRIMEIRO    *LIBAGD
      *--- REGISTRO COM DATA EFETIVA POSTERIOR A DATA DE MOVIMENTO E   *LIBAGD
      *--- APAGA SO OS MARCADOS LIBERADOS POR RTLIBERA E OS            *LIBAGD
      *--- CANCELADOS. PENDENTE GRAVADO DEPOIS DA LIBERACAO E          *LIBAGD
      *--- PROVISORIO FICAM PARA A PROXIMA EXECUCAO.                   *LIBAGD
           MOVE LOW-VALUES             TO FD-AGD-CHAVE.                 LIBAGD
      *                                                                 LIBAGD
           START AGENDA KEY NOT LESS FD-AGD-CHAVE.                      LIBAGD
      *                                                                 LIBAGD
           EVALUATE WS-FS-SYS080                                        LIBAGD
               WHEN ZEROS                                               LIBAGD
                   SET WS-FIM-AGENDA-NAO TO TRUE                        LIBAGD
               WHEN '23'                                                LIBAGD
                   GO TO RTEXPURGAX                                     LIBAGD
               WHEN OTHER                                               LIBAGD
                   DISPLAY '#LIBAGD.914I - ERRO NO POSICIONAMENTO'      LIBAGD
                           WS-MSG-SYS080                                LIBAGD
                   DISPLAY '#LIBAGD.914I - FILE STATUS = '              LIBAGD
                           WS-FS-SYS080                                 LIBAGD
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              LIBAGD
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               LIBAGD
                   PERFORM RTGRAVAAUDITORIA                             LIBAGD
                   MOVE 0052            TO WS-COD-RETORNO               LIBAGD
                   PERFORM RTFECHA                                      LIBAGD
                   PERFORM RTFINALIZA                                   LIBAGD
           END-EVALUATE.                                                LIBAGD
      *                                                                 LIBAGD
           PERFORM RTLEAGENDA.                                          LIBAGD
      *                                                                 LIBAGD
           PERFORM UNTIL WS-FIM-AGENDA-SIM                              LIBAGD
                      OR FD-AGD-DATA-EFETIVA GREATER WS-DATA-EXECUCAO   LIBAGD
               IF FD-AGD-LIBERADO OR FD-AGD-CANCELADO                   LIBAGD
                   PERFORM RTEVENTOVENCIDO                              LIBAGD
                   DELETE AGENDA RECORD                                 LIBAGD
                   IF WS-FS-SYS080     NOT EQUAL ZEROS                  LIBAGD
                       DISPLAY '#LIBAGD.907I - ERRO NA EXCLUSAO'        LIBAGD
                               WS-MSG-SYS080                            LIBAGD
                       DISPLAY '#LIBAGD.907I - FILE STATUS = '          LIBAGD
                               WS-FS-SYS080                             LIBAGD
                       DISPLAY '#LIBAGD.907I - CHAVE = ' FD-AGD-CHAVE   LIBAGD
                       MOVE 'AGENDA'   TO WS-AUDIT-ARQUIVO              LIBAGD
                       MOVE WS-FS-SYS080 TO WS-AUDIT-STATUS             LIBAGD
                       PERFORM RTGRAVAAUDITORIA                         LIBAGD
                       MOVE 0048        TO WS-COD-RETORNO               LIBAGD
                       PERFORM RTFECHA                                  LIBAGD
                       PERFORM RTFINALIZA                               LIBAGD
                   END-IF                                               LIBAGD
                   ADD 1               TO WS-CT-APAGADOS                LIBAGD
               END-IF                                                   LIBAGD
               PERFORM RTLEAGENDA                                       LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
       RTEXPURGAX.                     EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE EVENTO DO AGENDADO VENCIDO                        *LIBAGD
      ******************************************************************LIBAGD
       RTEVENTOVENCIDO                 SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- SO AQUI, COM O SARQUIVO JA FECHADO SEM ERRO, A LIBERACAO E  *LIBAGD
      *--- DEFINITIVA. A ORDEM DE LEITURA E A MESMA DE RTLIBERA, ENTAO *LIBAGD
      *--- A CONTAGEM DOS NAO CANCELADOS DA A POSICAO NO SARQUIVO      *LIBAGD
      *--- GERADO. O RECEBIMENTO ORIGINAL VAI NO COMPLEMENTO.          *LIBAGD
           MOVE FD-AGD-TRANSACAO       TO WS-EVT-TRANSACAO.             LIBAGD
           MOVE FD-AGD-DATA-EFETIVA    TO WS-EVT-DATA-EFETIVA.          LIBAGD
           MOVE FD-AGD-EMPRESA         TO WS-EVT-EMPRESA.               LIBAGD
           MOVE FD-AGD-VALOR           TO WS-EVT-VALOR.                 LIBAGD
           MOVE WS-DATA-EXECUCAO       TO WS-EVT-DATA-MOVTO.            LIBAGD
           MOVE SPACES                 TO WS-EVT-MOTIVO.                LIBAGD
           MOVE SPACES                 TO WS-EVT-COMPLEMENTO.           LIBAGD
      *                                                                 LIBAGD
           IF FD-AGD-CANCELADO                                          LIBAGD
               MOVE 'CAN'              TO WS-EVT-CODIGO                 LIBAGD
               MOVE ZEROS              TO WS-EVT-SEQ-ORIGEM             LIBAGD
               MOVE FD-AGD-OPER-CANCEL TO WS-EVT-OPERADOR               LIBAGD
               STRING 'CANCELADO EM '  DELIMITED BY SIZE                LIBAGD
                      FD-AGD-DATA-CANCEL DELIMITED BY SIZE              LIBAGD
                      ' - EXPURGADO'   DELIMITED BY SIZE                LIBAGD
                                       INTO WS-EVT-COMPLEMENTO          LIBAGD
           ELSE                                                         LIBAGD
               ADD 1                   TO WS-CT-EVT-POSICAO             LIBAGD
               MOVE 'LAG'              TO WS-EVT-CODIGO                 LIBAGD
               MOVE WS-CT-EVT-POSICAO  TO WS-EVT-SEQ-ORIGEM             LIBAGD
               MOVE SPACES             TO WS-EVT-OPERADOR               LIBAGD
               STRING 'LIBERADO - RECEBIDO EM '                         LIBAGD
                                       DELIMITED BY SIZE                LIBAGD
                      FD-AGD-DATA-RECEBIDO DELIMITED BY SIZE            LIBAGD
                      '/'              DELIMITED BY SIZE                LIBAGD
                      FD-AGD-SEQ-RECEBIDO DELIMITED BY SIZE             LIBAGD
                                       INTO WS-EVT-COMPLEMENTO          LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           PERFORM RTGRAVAEVENTO.                                       LIBAGD
      *                                                                 LIBAGD
       RTEVENTOVENCIDOX.               EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE GRAVACAO DO HISTORICO DE EVENTOS DO MOVIMENTO     *LIBAGD
      ******************************************************************LIBAGD
       RTGRAVAEVENTO                   SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- GRAVA EM AUDITORIA.TB_EVENTO_MOVTO O EVENTO MONTADO EM      *LIBAGD
      *--- WS-EVT-* PELO CHAMADOR (CHAVE, DATA DE MOVIMENTO, POSICAO,  *LIBAGD
      *--- CODIGO, MOTIVO E COMPLEMENTO). FALHA AQUI NAO INTERROMPE A  *LIBAGD
      *--- EXECUCAO NEM MUDA O RETORNO - O MOVIMENTO JA FOI TRATADO, SO*LIBAGD
      *--- O RASTRO FICA INCOMPLETO, E AS FALHAS SAEM NOS TOTAIS.      *LIBAGD
           ACCEPT WS-EVT-DATA          FROM DATE YYYYMMDD.              LIBAGD
           ACCEPT WS-EVT-HORA          FROM TIME.                       LIBAGD
           STRING WS-EVT-DATA          DELIMITED BY SIZE                LIBAGD
                  WS-EVT-HORA          DELIMITED BY SIZE                LIBAGD
                                       INTO WS-EVT-DATA-HORA.           LIBAGD
      *                                                                 LIBAGD
           ADD 1                       TO WS-EVT-SEQUENCIA.             LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               INSERT INTO AUDITORIA.TB_EVENTO_MOVTO                    LIBAGD
                   (COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,            LIBAGD
                    VLR_MOVTO, DAT_MOVIMENTO, NUM_SEQ_ORIGEM,           LIBAGD
                    COD_EVENTO, COD_MOTIVO, NOM_PROGRAMA,               LIBAGD
                    NOM_OPERADOR, DAT_HOR_EVENTO, NUM_SEQ_EVENTO,       LIBAGD
                    DES_COMPLEMENTO)                                    LIBAGD
               VALUES                                                   LIBAGD
                   (:WS-EVT-TRANSACAO, :WS-EVT-DATA-EFETIVA,            LIBAGD
                    :WS-EVT-EMPRESA, :WS-EVT-VALOR,                     LIBAGD
                    :WS-EVT-DATA-MOVTO, :WS-EVT-SEQ-ORIGEM,             LIBAGD
                    :WS-EVT-CODIGO, :WS-EVT-MOTIVO,                     LIBAGD
                    :WS-EVT-PROGRAMA, :WS-EVT-OPERADOR,                 LIBAGD
                    :WS-EVT-DATA-HORA, :WS-EVT-SEQUENCIA,               LIBAGD
                    :WS-EVT-COMPLEMENTO)                                LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
           IF SQLCODE                  NOT EQUAL ZEROS                  LIBAGD
               ADD 1                   TO WS-CT-EVT-FALHAS              LIBAGD
               DISPLAY '#LIBAGD.916I - ERRO NA GRAVACAO DO EVENTO '     LIBAGD
                       WS-EVT-CODIGO ' - SQLCODE = ' SQLCODE            LIBAGD
           ELSE                                                         LIBAGD
               EXEC SQL                                                 LIBAGD
                   COMMIT                                               LIBAGD
               END-EXEC                                                 LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
       RTGRAVAEVENTOX.                 EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE IMPRESSAO DA CARTEIRA FUTURA POR EMPRESA          *LIBAGD
      ******************************************************************LIBAGD
       RTIMPRIMECARTEIRA               SECTION.                         LIBAGD
      *                                                                 LIBAGD
           SET WS-PARTE-CARTEIRA       TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           PERFORM RTCABECALHO.                                         LIBAGD
      *                                                                 LIBAGD
           MOVE 'MOVIMENTOS AGENDADOS PARA OS PROXIMOS DIAS POR EMPRESA'LIBAGD
                                       TO TIT-TEXTO.                    LIBAGD
           MOVE WS-LIN-TITULO          TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE ZEROS                  TO WS-TOT-EMP-QTDE               LIBAGD
                                           WS-TOT-EMP-VALOR.            LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-COMBOS             GREATER ZEROS                    LIBAGD
               MOVE WS-TB-FUT-EMPRESA(1) TO WS-EMPRESA-ANT              LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           PERFORM VARYING WS-SUB FROM 1 BY 1                           LIBAGD
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    LIBAGD
               IF WS-TB-FUT-EMPRESA(WS-SUB) NOT EQUAL WS-EMPRESA-ANT    LIBAGD
                   PERFORM RTSUBTOTAL                                   LIBAGD
                   MOVE WS-TB-FUT-EMPRESA(WS-SUB) TO WS-EMPRESA-ANT     LIBAGD
               END-IF                                                   LIBAGD
               PERFORM RTIMPRIMEFUTURO                                  LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-COMBOS             GREATER ZEROS                    LIBAGD
               PERFORM RTSUBTOTAL                                       LIBAGD
           ELSE                                                         LIBAGD
               MOVE '  NENHUM MOVIMENTO AGENDADO PARA OS PROXIMOS DIAS' LIBAGD
                                       TO WS-LINHA                      LIBAGD
               PERFORM RTESCREVE                                        LIBAGD
               MOVE SPACES             TO WS-LINHA                      LIBAGD
               PERFORM RTESCREVE                                        LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE 'TOTAL DA CARTEIRA     :' TO TOT-TEXTO.                 LIBAGD
           MOVE WS-CT-FUTUROS          TO TOT-QTDE.                     LIBAGD
           MOVE WS-VL-FUTUROS          TO TOT-VALOR.                    LIBAGD
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-FORA-TABELA        GREATER ZEROS                    LIBAGD
               MOVE 'FORA DA TABELA/EMPRESA:' TO TOT-TEXTO              LIBAGD
               MOVE WS-CT-FORA-TABELA  TO TOT-QTDE                      LIBAGD
               MOVE ZEROS              TO TOT-VALOR                     LIBAGD
               MOVE WS-LIN-TOTAL       TO WS-LINHA                      LIBAGD
               PERFORM RTESCREVE                                        LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE 'CANCELADOS A EXPURGAR :' TO TOT-TEXTO.                 LIBAGD
           MOVE WS-CT-FUT-CANCELADOS   TO TOT-QTDE.                     LIBAGD
           MOVE ZEROS                  TO TOT-VALOR.                    LIBAGD
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
       RTIMPRIMECARTEIRAX.             EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE IMPRESSAO DA LINHA DE VENCIDO                     *LIBAGD
      ******************************************************************LIBAGD
       RTIMPRIMEVENCIDO                SECTION.                         LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-LINHAS             NOT LESS 56                      LIBAGD
               PERFORM RTCABECALHO                                      LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE WS-LIN-VENCIDO         TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
       RTIMPRIMEVENCIDOX.              EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE IMPRESSAO DA LINHA DA CARTEIRA                    *LIBAGD
      ******************************************************************LIBAGD
       RTIMPRIMEFUTURO                 SECTION.                         LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-LINHAS             NOT LESS 56                      LIBAGD
               PERFORM RTCABECALHO                                      LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE WS-TB-FUT-EMPRESA(WS-SUB) TO CAR-EMPRESA.               LIBAGD
           MOVE WS-TB-FUT-DATA(WS-SUB)    TO CAR-DATA-EFETIVA.          LIBAGD
           MOVE WS-TB-FUT-QTDE(WS-SUB)    TO CAR-QTDE.                  LIBAGD
           MOVE WS-TB-FUT-VALOR(WS-SUB)   TO CAR-VALOR.                 LIBAGD
      *                                                                 LIBAGD
           MOVE WS-LIN-CARTEIRA        TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           ADD WS-TB-FUT-QTDE(WS-SUB)  TO WS-TOT-EMP-QTDE.              LIBAGD
           ADD WS-TB-FUT-VALOR(WS-SUB) TO WS-TOT-EMP-VALOR.             LIBAGD
      *                                                                 LIBAGD
       RTIMPRIMEFUTUROX.               EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE SUBTOTAL POR EMPRESA                              *LIBAGD
      ******************************************************************LIBAGD
       RTSUBTOTAL                      SECTION.                         LIBAGD
      *                                                                 LIBAGD
           IF WS-CT-LINHAS             NOT LESS 55                      LIBAGD
               PERFORM RTCABECALHO                                      LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE WS-EMPRESA-ANT         TO SUB-EMPRESA.                  LIBAGD
           MOVE WS-TOT-EMP-QTDE        TO SUB-QTDE.                     LIBAGD
           MOVE WS-TOT-EMP-VALOR       TO SUB-VALOR.                    LIBAGD
      *                                                                 LIBAGD
      *--- NOME DA EMPRESA, DO CADASTRO. EMPRESA SEM CADASTRO (OU     * LIBAGD
      *--- CARGA INDISPONIVEL) SAI EM BRANCO.                         * LIBAGD
           MOVE WS-EMPRESA-ANT         TO WS-EMPRESA-TESTE.             LIBAGD
           PERFORM RTPROCURAEMPRESA.                                    LIBAGD
           IF WS-EMPRESA-ACHADA-SIM                                     LIBAGD
               MOVE WS-TB-CAD-NOME(I01-CAD) TO SUB-NOME                 LIBAGD
           ELSE                                                         LIBAGD
               MOVE SPACES             TO SUB-NOME                      LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           MOVE WS-LIN-SUBTOTAL        TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE ZEROS                  TO WS-TOT-EMP-QTDE               LIBAGD
                                           WS-TOT-EMP-VALOR.            LIBAGD
      *                                                                 LIBAGD
       RTSUBTOTALX.                    EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *LIBAGD
      ******************************************************************LIBAGD
       RTCARGAEMPRESAS                 SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- OS NOMES SO ENFEITAM O RELATORIO: FALHA NA CARGA DEIXA-OS  * LIBAGD
      *--- EM BRANCO, COM AVISO NO SYSOUT, SEM ALTERAR O RETORNO NEM  * LIBAGD
      *--- IMPEDIR A LIBERACAO.                                       * LIBAGD
           MOVE ZEROS                  TO WS-QT-CADASTRO.               LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               OPEN C-EMPRESA                                           LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
           IF SQLCODE                  NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.915I - NOMES DE EMPRESA INDISPONIVEIS'  LIBAGD
               DISPLAY '#LIBAGD.915I - SQLCODE = ' SQLCODE              LIBAGD
               GO TO RTCARGAEMPRESASX                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               FETCH C-EMPRESA                                          LIBAGD
                INTO :WS-EMP-CODIGO, :WS-EMP-NOME                       LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        LIBAGD
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        LIBAGD
               ADD 1                   TO WS-QT-CADASTRO                LIBAGD
               SET I01-CAD             TO WS-QT-CADASTRO                LIBAGD
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    LIBAGD
               MOVE WS-EMP-NOME        TO WS-TB-CAD-NOME(I01-CAD)       LIBAGD
               EXEC SQL                                                 LIBAGD
                   FETCH C-EMPRESA                                      LIBAGD
                    INTO :WS-EMP-CODIGO, :WS-EMP-NOME                   LIBAGD
               END-EXEC                                                 LIBAGD
           END-PERFORM.                                                 LIBAGD
      *                                                                 LIBAGD
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         LIBAGD
               DISPLAY '#LIBAGD.915I - NOMES DE EMPRESA INCOMPLETOS'    LIBAGD
               DISPLAY '#LIBAGD.915I - SQLCODE = ' SQLCODE              LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               CLOSE C-EMPRESA                                          LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
       RTCARGAEMPRESASX.               EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *LIBAGD
      ******************************************************************LIBAGD
       RTPROCURAEMPRESA                SECTION.                         LIBAGD
      *                                                                 LIBAGD
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         LIBAGD
      *                                                                 LIBAGD
           IF WS-QT-CADASTRO           EQUAL ZEROS                      LIBAGD
               GO TO RTPROCURAEMPRESAX                                  LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           SEARCH ALL WS-TB-CAD                                         LIBAGD
               AT END                                                   LIBAGD
                   CONTINUE                                             LIBAGD
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          LIBAGD
                                       EQUAL WS-EMPRESA-TESTE           LIBAGD
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    LIBAGD
           END-SEARCH.                                                  LIBAGD
      *                                                                 LIBAGD
       RTPROCURAEMPRESAX.              EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE CABECALHO DE PAGINA                               *LIBAGD
      ******************************************************************LIBAGD
       RTCABECALHO                     SECTION.                         LIBAGD
      *                                                                 LIBAGD
           ADD 1                       TO WS-CT-PAGINA.                 LIBAGD
      *                                                                 LIBAGD
           MOVE WS-CT-PAGINA           TO CAB1-PAG.                     LIBAGD
           MOVE WS-DATA-BR             TO CAB2-DATA.                    LIBAGD
           MOVE WS-HORA-BR             TO CAB2-HORA.                    LIBAGD
      *                                                                 LIBAGD
           SET WS-SALTO-PAGINA-SIM     TO TRUE.                         LIBAGD
           MOVE WS-LIN-CAB1            TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE WS-LIN-CAB2            TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           IF WS-PARTE-VENCIDOS                                         LIBAGD
               MOVE WS-LIN-CAB3-VENCIDOS TO WS-LINHA                    LIBAGD
           ELSE                                                         LIBAGD
               MOVE WS-LIN-CAB3-CARTEIRA TO WS-LINHA                    LIBAGD
           END-IF.                                                      LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE SPACES                 TO WS-LINHA.                     LIBAGD
           PERFORM RTESCREVE.                                           LIBAGD
      *                                                                 LIBAGD
           MOVE 5                      TO WS-CT-LINHAS.                 LIBAGD
      *                                                                 LIBAGD
       RTCABECALHOX.                   EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE ESCRITA NO RELATORIO                              *LIBAGD
      ******************************************************************LIBAGD
       RTESCREVE                       SECTION.                         LIBAGD
      *                                                                 LIBAGD
           MOVE WS-LINHA               TO FD-REG-RELATORIO.             LIBAGD
      *                                                                 LIBAGD
           IF WS-SALTO-PAGINA-SIM                                       LIBAGD
               WRITE FD-REG-RELATORIO  AFTER ADVANCING PAGE             LIBAGD
               SET WS-SALTO-PAGINA-NAO TO TRUE                          LIBAGD
           ELSE                                                         LIBAGD
               WRITE FD-REG-RELATORIO  AFTER ADVANCING 1 LINE           LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           IF WS-FS-SYS030             NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.908I - ERRO NA GRAVACAO' WS-MSG-SYS030  LIBAGD
               DISPLAY '#LIBAGD.908I - FILE STATUS = '   WS-FS-SYS030   LIBAGD
               MOVE 'RELATORIO'        TO WS-AUDIT-ARQUIVO              LIBAGD
               MOVE WS-FS-SYS030       TO WS-AUDIT-STATUS               LIBAGD
               PERFORM RTGRAVAAUDITORIA                                 LIBAGD
               MOVE 0044                TO WS-COD-RETORNO               LIBAGD
               SET WS-RELATORIO-FECHADO TO TRUE                         LIBAGD
               CLOSE RELATORIO                                          LIBAGD
               PERFORM RTFECHA                                          LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           ADD 1                       TO WS-CT-LINHAS.                 LIBAGD
      *                                                                 LIBAGD
       RTESCREVEX.                     EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *LIBAGD
      ******************************************************************LIBAGD
       RTFECHA                         SECTION.                         LIBAGD
      *                                                                 LIBAGD
           IF WS-SARQUIVO-ABERTO-SIM                                    LIBAGD
               CLOSE SARQUIVO                                           LIBAGD
               SET WS-SARQUIVO-FECHADO TO TRUE                          LIBAGD
               IF WS-FS-SYS020         NOT EQUAL ZEROS                  LIBAGD
                   DISPLAY '#LIBAGD.909I - ERRO NO FECHAMENTO'          LIBAGD
                           WS-MSG-SYS020                                LIBAGD
                   DISPLAY '#LIBAGD.909I - FILE STATUS = ' WS-FS-SYS020 LIBAGD
                   MOVE 'SARQUIVO'     TO WS-AUDIT-ARQUIVO              LIBAGD
                   MOVE WS-FS-SYS020   TO WS-AUDIT-STATUS               LIBAGD
                   PERFORM RTGRAVAAUDITORIA                             LIBAGD
                   IF WS-COD-RETORNO   EQUAL ZEROS                      LIBAGD
                       MOVE 0056       TO WS-COD-RETORNO                LIBAGD
                   END-IF                                               LIBAGD
               END-IF                                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           IF WS-AGENDA-ABERTO-SIM                                      LIBAGD
               CLOSE AGENDA                                             LIBAGD
               SET WS-AGENDA-FECHADO   TO TRUE                          LIBAGD
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  LIBAGD
                   DISPLAY '#LIBAGD.910I - ERRO NO FECHAMENTO'          LIBAGD
                           WS-MSG-SYS080                                LIBAGD
                   DISPLAY '#LIBAGD.910I - FILE STATUS = ' WS-FS-SYS080 LIBAGD
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              LIBAGD
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               LIBAGD
                   PERFORM RTGRAVAAUDITORIA                             LIBAGD
                   IF WS-COD-RETORNO   EQUAL ZEROS                      LIBAGD
                       MOVE 0056       TO WS-COD-RETORNO                LIBAGD
                   END-IF                                               LIBAGD
               END-IF                                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
           IF WS-RELATORIO-ABERTO-SIM                                   LIBAGD
               CLOSE RELATORIO                                          LIBAGD
               SET WS-RELATORIO-FECHADO TO TRUE                         LIBAGD
               IF WS-FS-SYS030         NOT EQUAL ZEROS                  LIBAGD
                   DISPLAY '#LIBAGD.911I - ERRO NO FECHAMENTO'          LIBAGD
                           WS-MSG-SYS030                                LIBAGD
                   DISPLAY '#LIBAGD.911I - FILE STATUS = ' WS-FS-SYS030 LIBAGD
                   MOVE 'RELATORIO'    TO WS-AUDIT-ARQUIVO              LIBAGD
                   MOVE WS-FS-SYS030   TO WS-AUDIT-STATUS               LIBAGD
                   PERFORM RTGRAVAAUDITORIA                             LIBAGD
                   IF WS-COD-RETORNO   EQUAL ZEROS                      LIBAGD
                       MOVE 0056       TO WS-COD-RETORNO                LIBAGD
                   END-IF                                               LIBAGD
               END-IF                                                   LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
       RTFECHAX.                       EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE AUDITORIA DE ERROS (DB2)                          *LIBAGD
      ******************************************************************LIBAGD
       RTGRAVAAUDITORIA                SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- REGISTRA NA TABELA DE AUDITORIA O PROGRAMA, O ARQUIVO E O   *LIBAGD
      *--- FILE STATUS DA OCORRENCIA, COMO O MODEL01 FAZ, PARA         *LIBAGD
      *--- CONSULTA POSTERIOR (CONSAUD) SEM DEPENDER DO LOG.           *LIBAGD
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              LIBAGD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       LIBAGD
      *                                                                 LIBAGD
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                LIBAGD
                  WS-TIME-MAQ          DELIMITED BY SIZE                LIBAGD
                                       INTO WS-AUDIT-TIMESTAMP.         LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               INSERT INTO AUDITORIA.TB_AUDIT_ERRO                      LIBAGD
                   (NOM_PROGRAMA, NOM_ARQUIVO, COD_FILE_STATUS,         LIBAGD
                    COD_SQLCODE, DAT_HOR_OCORRENCIA)                    LIBAGD
               VALUES                                                   LIBAGD
                   (:WS-AUDIT-PROGRAMA, :WS-AUDIT-ARQUIVO,              LIBAGD
                    :WS-AUDIT-STATUS, 0, :WS-AUDIT-TIMESTAMP)           LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               COMMIT                                                   LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
       RTGRAVAAUDITORIAX.              EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE GUARDA DE DIA FECHADO                             *LIBAGD
      ******************************************************************LIBAGD
       RTVERIFICAFECHADO               SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO_DIA): DATA DE    *LIBAGD
      *--- MOVIMENTO JA FECHADA PELO FECHADIA NAO RECEBE MAIS          *LIBAGD
      *--- LANCAMENTO (RC 0136) ATE SER REABERTA NA TELA REABDIA. SEM  *LIBAGD
      *--- LINHA NA TABELA (SQLCODE 100) O DIA ESTA ABERTO. ERRO NA    *LIBAGD
      *--- CONSULTA ENCERRA A EXECUCAO ANTES DE ABRIR OS ARQUIVOS (RC  *LIBAGD
      *--- 0088): NA DUVIDA, NADA E GERADO.                            *LIBAGD
           MOVE WS-DATA-EXECUCAO       TO WS-FEC-DATA.                  LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               SELECT IND_SITUACAO                                      LIBAGD
                 INTO :WS-FEC-SITUACAO                                  LIBAGD
                 FROM AUDITORIA.TB_FECHAMENTO_DIA                       LIBAGD
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA                   LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
           EVALUATE SQLCODE                                             LIBAGD
               WHEN ZEROS                                               LIBAGD
                   CONTINUE                                             LIBAGD
               WHEN +100                                                LIBAGD
                   MOVE SPACES         TO WS-FEC-SITUACAO               LIBAGD
               WHEN OTHER                                               LIBAGD
                   DISPLAY '#LIBAGD.918I - ERRO NA CONSULTA AO'         LIBAGD
                   DISPLAY '#LIBAGD.918I - FECHAMENTO DO DIA'           LIBAGD
                   DISPLAY '#LIBAGD.918I - SQLCODE = ' SQLCODE          LIBAGD
                   MOVE 0088            TO WS-COD-RETORNO               LIBAGD
                   PERFORM RTFINALIZA                                   LIBAGD
           END-EVALUATE.                                                LIBAGD
      *                                                                 LIBAGD
           IF WS-FEC-FECHADO                                            LIBAGD
               DISPLAY '#LIBAGD.917I - DATA ' WS-DATA-EXECUCAO          LIBAGD
                       ' JA FECHADA'                                    LIBAGD
               DISPLAY '#LIBAGD.917I - EXECUCAO RECUSADA - A DATA SO'   LIBAGD
               DISPLAY '#LIBAGD.917I - VOLTA A RECEBER LANCAMENTO'      LIBAGD
               DISPLAY '#LIBAGD.917I - REABERTA NA TELA REABDIA'        LIBAGD
               MOVE 0136                TO WS-COD-RETORNO               LIBAGD
               PERFORM RTFINALIZA                                       LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
       RTVERIFICAFECHADOX.             EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *LIBAGD
      ******************************************************************LIBAGD
       RTGRAVAHISTORICO                SECTION.                         LIBAGD
      *                                                                 LIBAGD
      *--- LIDOS SAO OS REGISTROS DO CADASTRO NA PRIMEIRA PASSADA,     *LIBAGD
      *--- GRAVADOS OS LIBERADOS NO SARQUIVO E REJEITADOS OS           *LIBAGD
      *--- CANCELADOS EXPURGADOS NA DATA.                              *LIBAGD
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              LIBAGD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       LIBAGD
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                LIBAGD
                  WS-TIME-MAQ          DELIMITED BY SIZE                LIBAGD
                                       INTO WS-HIST-FIM.                LIBAGD
      *                                                                 LIBAGD
           MOVE WS-DATA-EXECUCAO       TO WS-HIST-DATA.                 LIBAGD
           MOVE WS-COD-EMPRESA         TO WS-HIST-EMPRESA.              LIBAGD
           COMPUTE WS-HIST-LIDOS = WS-CT-LIBERADOS                      LIBAGD
                                 + WS-CT-CANCELADOS                     LIBAGD
                                 + WS-CT-FUTUROS                        LIBAGD
                                 + WS-CT-FUT-CANCELADOS.                LIBAGD
           MOVE WS-CT-LIBERADOS        TO WS-HIST-GRAVADOS.             LIBAGD
           MOVE WS-CT-CANCELADOS       TO WS-HIST-REJEITADOS.           LIBAGD
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              LIBAGD
      *                                                                 LIBAGD
           EXEC SQL                                                     LIBAGD
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   LIBAGD
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            LIBAGD
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              LIBAGD
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            LIBAGD
                    COD_RETORNO_FINAL)                                  LIBAGD
               VALUES                                                   LIBAGD
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   LIBAGD
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    LIBAGD
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      LIBAGD
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  LIBAGD
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              LIBAGD
           END-EXEC.                                                    LIBAGD
      *                                                                 LIBAGD
           IF SQLCODE                  NOT EQUAL ZEROS                  LIBAGD
               DISPLAY '#LIBAGD.912I - ERRO NA GRAVACAO DO HISTORICO'   LIBAGD
               DISPLAY '#LIBAGD.912I - SQLCODE = ' SQLCODE              LIBAGD
               IF WS-COD-RETORNO       EQUAL ZEROS                      LIBAGD
                   MOVE 0088           TO WS-COD-RETORNO                LIBAGD
               END-IF                                                   LIBAGD
           ELSE                                                         LIBAGD
               EXEC SQL                                                 LIBAGD
                   COMMIT                                               LIBAGD
               END-EXEC                                                 LIBAGD
           END-IF.                                                      LIBAGD
      *                                                                 LIBAGD
       RTGRAVAHISTORICOX.              EXIT.                            LIBAGD
      *                                                                 LIBAGD
      ******************************************************************LIBAGD
      *    ROTINA DE FINALIZACAO                                       *LIBAGD
      ******************************************************************LIBAGD
       RTFINALIZA                      SECTION.                         LIBAGD
      *                                                                 LIBAGD
           MOVE WS-PARM-EXECUCAO       TO LK-PARM-EXECUCAO.             LIBAGD
      *                                                                 LIBAGD
           DISPLAY '*************************************************'. LIBAGD
           MOVE '#LIBAGD.999I - FIM DO PROCESSAMENTO'                   LIBAGD
                                       TO WS-MENSAGEM.                  LIBAGD
      *                                                                 LIBAGD
           ACCEPT WS-DATA-MAQ          FROM DATE.                       LIBAGD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       LIBAGD
      *                                                                 LIBAGD
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   LIBAGD
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   LIBAGD
      *                                                                 LIBAGD
           DISPLAY WS-MENSAGEM.                                         LIBAGD
           DISPLAY WS-DATA-DISPLAY.                                     LIBAGD
           DISPLAY '*************************************************'. LIBAGD
      *                                                                 LIBAGD
      *--- RELATORIO DE TOTAIS DE CONTROLE ----------------------------*LIBAGD
           DISPLAY '------------------------------------------------'.  LIBAGD
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. LIBAGD
           DISPLAY '------------------------------------------------'.  LIBAGD
           DISPLAY '  AGENDADOS LIDOS    (SYS080) : ' WS-CT-LIDOS.      LIBAGD
           DISPLAY '  LIBERADOS GRAVADOS (SYS020) : ' WS-CT-LIBERADOS.  LIBAGD
           DISPLAY '  CANCELADOS EXPURGADOS       : '                   LIBAGD
                   WS-CT-CANCELADOS.                                    LIBAGD
           DISPLAY '  VENCIDOS APAGADOS  (SYS080) : ' WS-CT-APAGADOS.   LIBAGD
           DISPLAY '  AGENDADOS FUTUROS  (SYS080) : ' WS-CT-FUTUROS.    LIBAGD
           IF WS-CT-EVT-FALHAS         GREATER ZEROS                    LIBAGD
               DISPLAY '  EVENTOS NAO GRAVADOS (DB2)  : '               LIBAGD
                       WS-CT-EVT-FALHAS                                 LIBAGD
           END-IF.                                                      LIBAGD
           DISPLAY '  DATA DO MOVIMENTO (PARM)    : '                   LIBAGD
                   WS-DATA-EXECUCAO.                                    LIBAGD
           DISPLAY '------------------------------------------------'.  LIBAGD
      *                                                                 LIBAGD
           PERFORM RTGRAVAHISTORICO.                                    LIBAGD
      *                                                                 LIBAGD
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  LIBAGD
      *                                                                 LIBAGD
           STOP RUN.                                                    LIBAGD
      *                                                                 LIBAGD
       RTFINALIZAX.                    EXIT.                            LIBAGD
      ******************************************************************LIBAGD
      *    FIM DO PROGRAMA                                             *LIBAGD
      ******************************************************************LIBAGD
