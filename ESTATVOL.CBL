      ******************************************************************ESTVOL
       IDENTIFICATION                  DIVISION.                        ESTVOL
      ******************************************************************ESTVOL
       PROGRAM-ID. ESTATVOL.                                            ESTVOL
       AUTHOR.       FABRICA DE SOFTWARE.                               ESTVOL
       DATE-WRITTEN. 15 OUT 2026.                                       ESTVOL
       DATE-COMPILED.                                                   ESTVOL
      ******************************************************************ESTVOL
      *REMARKS.                                                         ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      *     *#NOME     : ESTATVOL                                       ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      *     *#TIPO     : BATCH                                          ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      *     *#ANALISTA : FABRICA DE SOFTWARE                            ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      *     *#FUNCAO   : ESTATISTICA DIARIA DE VOLUME POR EMPRESA E     ESTVOL
      *     *            TRANSACAO E CONFRONTO COM A MEDIA RECENTE.     ESTVOL
      *     *            RODA NO MODEL01J DE PRODUCAO, DEPOIS DO        ESTVOL
      *     *            MODEL01 E ANTES DO POSTSALD, LENDO EM SYS010 A ESTVOL
      *     *            GERACAO DO EARQUIVO RECEBIDA NO DIA (O VOLUME  ESTVOL
      *     *            ENVIADO PELO REMETENTE, ANTES DE QUALQUER      ESTVOL
      *     *            CRITICA):                                      ESTVOL
      *     *            - GRAVA NA TABELA AUDITORIA.TB_ESTAT_VOLUME A  ESTVOL
      *     *              QUANTIDADE E O VALOR DO DIA POR EMPRESA/     ESTVOL
      *     *              TRANSACAO, NA DATA DE PROCESSO DO TRAILER -  ESTVOL
      *     *              UMA REEXECUCAO DA MESMA DATA SUBSTITUI AS    ESTVOL
      *     *              LINHAS DAQUELA DATA;                         ESTVOL
      *     *            - CONFRONTA O DIA COM A MEDIA DOS ULTIMOS N    ESTVOL
      *     *              DIAS DE MOVIMENTO DA TABELA (PARM) E LISTA NOESTVOL
      *     *              RELATORIO (SYS020) OS DESVIOS DE QUANTIDADE  ESTVOL
      *     *              OU VALOR ACIMA DO PERCENTUAL DE AVISO, POR   ESTVOL
      *     *              EMPRESA E POR EMPRESA/TRANSACAO, AS EMPRESAS ESTVOL
      *     *              ESPERADAS QUE NAO ENVIARAM NADA E AS QUE     ESTVOL
      *     *              APARECEM PELA PRIMEIRA VEZ;                  ESTVOL
      *     *            - PARA CADA EMPRESA COM DESVIO ACIMA DO        ESTVOL
      *     *              PERCENTUAL ALTO OU ESPERADA E AUSENTE, GRAVA ESTVOL
      *     *              A SOLICITACAO DE OCORRENCIA (SYS060 - VIDE   ESTVOL
      *     *              COPY OCORRENC) QUE O PASSO SEGUINTE          ESTVOL
      *     *              (ABREOCOR) ABRE NO ARQUIVO SPRINT.           ESTVOL
      *     *            NA CARGA DE LOTE (VARIOS DIAS NA MESMA         ESTVOL
      *     *            GERACAO) CADA TRAILER FECHA UM DIA: GRAVACAO,  ESTVOL
      *     *            CONFRONTO, RELATORIO E SOLICITACOES SAO FEITOS ESTVOL
      *     *            DIA A DIA, NA DATA DE CADA TRAILER.            ESTVOL
      *     *            A EXECUCAO E REGISTRADA NO HISTORICO           ESTVOL
      *     *            (AUDITORIA.TB_HIST_EXECUCAO).                  ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *ESTVOL
      *     *              - VERSAO INICIAL.                           *ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      *     * VERSAO 02    - FABRICA DE SOFTWARE      -     15.10.2026 *ESTVOL
      *     *              - CARGA DE LOTE: ESTATISTICA, CONFRONTO E   *ESTVOL
      *     *                SOLICITACOES POR DATA DE TRAILER, NO LUGAR*ESTVOL
      *     *                DO RETORNO 0036 (DATAS DIFERENTES).       *ESTVOL
      *     *----------------------------------------------------------*ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       ENVIRONMENT                     DIVISION.                        ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       CONFIGURATION                   SECTION.                         ESTVOL
      ******************************************************************ESTVOL
       SPECIAL-NAMES.                                                   ESTVOL
           DECIMAL-POINT               IS COMMA.                        ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       INPUT-OUTPUT                    SECTION.                         ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
       FILE-CONTROL.                                                    ESTVOL
           SELECT EARQUIVO ASSIGN      TO SYS010                        ESTVOL
                  FILE     STATUS      IS WS-FS-SYS010.                 ESTVOL
      *                                                                 ESTVOL
           SELECT RELATORIO ASSIGN     TO SYS020                        ESTVOL
                  FILE     STATUS      IS WS-FS-SYS020.                 ESTVOL
      *                                                                 ESTVOL
           SELECT ARQOCOR  ASSIGN      TO SYS060                        ESTVOL
                  FILE     STATUS      IS WS-FS-SYS060.                 ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       DATA                            DIVISION.                        ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       FILE                            SECTION.                         ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      *--- GERACAO DO EARQUIVO RECEBIDA NO DIA (LAYOUT ARQUIVOE) - A  * ESTVOL
      *--- MESMA QUE O MODEL01 ACABOU DE PROCESSAR.                   * ESTVOL
       FD  EARQUIVO                                                     ESTVOL
           RECORDING MODE              IS F                             ESTVOL
           LABEL     RECORD            IS STANDARD                      ESTVOL
           BLOCK     CONTAINS          0  RECORDS.                      ESTVOL
       01  FD-REG-EARQUIVO.                                             ESTVOL
           03  FILLER              PIC     X(200).                      ESTVOL
      *                                                                 ESTVOL
       FD  RELATORIO                                                    ESTVOL
           RECORDING MODE              IS F                             ESTVOL
           LABEL     RECORD            IS STANDARD                      ESTVOL
           BLOCK     CONTAINS          0  RECORDS.                      ESTVOL
       01  FD-REG-RELATORIO.                                            ESTVOL
           03  FILLER              PIC     X(132).                      ESTVOL
      *                                                                 ESTVOL
      *--- SOLICITACAO DE ABERTURA DE OCORRENCIA (SYS060) --------------ESTVOL
       FD  ARQOCOR                                                      ESTVOL
           RECORDING MODE              IS F                             ESTVOL
           LABEL     RECORD            IS STANDARD                      ESTVOL
           BLOCK     CONTAINS          0  RECORDS.                      ESTVOL
       01  FD-REG-ARQOCOR.                                              ESTVOL
           03  FILLER              PIC     X(80).                       ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       WORKING-STORAGE                 SECTION.                         ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       77  FILLER                  PIC     X(32)         VALUE          ESTVOL
           'III WORKING-STORAGE SECTION III'.                           ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE FILE STATUS                                         *ESTVOL
      ******************************************************************ESTVOL
       01  WS-FS-SYS010            PIC     X(02)         VALUE SPACES.  ESTVOL
       01  WS-FS-SYS020            PIC     X(02)         VALUE SPACES.  ESTVOL
       01  WS-FS-SYS060            PIC     X(02)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE CONTADORES                                          *ESTVOL
      ******************************************************************ESTVOL
       01  WS-CT-LIDOS             PIC     9(09)         VALUE ZEROS.   ESTVOL
       01  WS-CT-TRAILERS          PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-CT-LIDOS-DIA         PIC     9(09)         VALUE ZEROS.   ESTVOL
       01  WS-CT-GRAVADOS-DIA      PIC     9(06)         VALUE ZEROS.   ESTVOL
       01  WS-CT-SUBSTITUIDOS-DIA  PIC     9(06)         VALUE ZEROS.   ESTVOL
       01  WS-CT-ILEGIVEIS         PIC     9(09)         VALUE ZEROS.   ESTVOL
       01  WS-CT-GRAVADOS          PIC     9(06)         VALUE ZEROS.   ESTVOL
       01  WS-CT-SUBSTITUIDOS      PIC     9(06)         VALUE ZEROS.   ESTVOL
       01  WS-CT-DESVIOS-EMP       PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-CT-DESVIOS-CMB       PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-CT-AUSENTES          PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-CT-NOVAS             PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-CT-OCORRENCIAS       PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.   ESTVOL
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.   ESTVOL
       01  WS-CT-SECAO             PIC     9(04)         VALUE ZEROS.   ESTVOL
      *                                                                 ESTVOL
       01  WS-FIM-EARQUIVO         PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-FIM-EARQUIVO-SIM                       VALUE 'S'.     ESTVOL
      *                                                                 ESTVOL
       01  WS-ARQOCOR-ABERTO       PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-ARQOCOR-ABERTO-SIM                     VALUE 'S'.     ESTVOL
           88  WS-ARQOCOR-ABERTO-NAO                     VALUE 'N'.     ESTVOL
      *                                                                 ESTVOL
       01  WS-COD-RETORNO          PIC     9(04)         VALUE ZEROS.   ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE PARAMETROS DO CONFRONTO                             *ESTVOL
      ******************************************************************ESTVOL
      *--- VALORES ASSUMIDOS QUANDO O PARM NAO OS INFORMA: AVISO      * ESTVOL
      *--- ACIMA DE 50% DA MEDIA, OCORRENCIA ACIMA DE 80%, MEDIA DOS  * ESTVOL
      *--- ULTIMOS 20 DIAS DE MOVIMENTO. COM MENOS DE 5 DIAS NA       * ESTVOL
      *--- ESTATISTICA (AMBIENTE NOVO) NAO HA MEDIA CONFIAVEL E O     * ESTVOL
      *--- CONFRONTO NAO E FEITO - O DIA SO E GRAVADO.                * ESTVOL
       01  WS-PC-AVISO             PIC     9(03)         VALUE 050.     ESTVOL
       01  WS-PC-ALTO              PIC     9(03)         VALUE 080.     ESTVOL
       01  WS-QT-DIAS              PIC     9(02)         VALUE 20.      ESTVOL
       01  WS-QT-DIAS-MINIMO       PIC     9(02)         VALUE 05.      ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DA DATA DE MOVIMENTO                                   *ESTVOL
      ******************************************************************ESTVOL
      *--- DATA DE PROCESSO DO TRAILER DO EARQUIVO: A MESMA QUE O     * ESTVOL
      *--- MODEL01 CONFERE E GRAVA NO TRAILER DO SARQUIVO.            * ESTVOL
       01  WS-DATA-MOVIMENTO       PIC     9(08)         VALUE ZEROS.   ESTVOL
       01  WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.             ESTVOL
           03  WS-MOV-ANO          PIC     9(04).                       ESTVOL
           03  WS-MOV-MES          PIC     9(02).                       ESTVOL
           03  WS-MOV-DIA          PIC     9(02).                       ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DA JANELA DE COMPARACAO                                *ESTVOL
      ******************************************************************ESTVOL
       01  WS-JAN-DIAS             PIC     9(02)         VALUE ZEROS.   ESTVOL
       01  WS-JAN-INICIO           PIC     X(08)         VALUE SPACES.  ESTVOL
       01  WS-JAN-FIM              PIC     X(08)         VALUE SPACES.  ESTVOL
       01  WS-JANELA               PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-JANELA-SUFICIENTE                      VALUE 'S'.     ESTVOL
           88  WS-JANELA-INSUFICIENTE                    VALUE 'N'.     ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE ACUMULACAO POR EMPRESA                              *ESTVOL
      ******************************************************************ESTVOL
      *--- O DIA (HOJE) E A SOMA DA JANELA (JAN) DE CADA EMPRESA,     * ESTVOL
      *--- ORDENADOS POR EMPRESA JA NA INSERCAO, COMO A TABELA DE     * ESTVOL
      *--- RESUMO DO MODEL03. JAN-DIAS E O NUMERO DE DIAS DA JANELA   * ESTVOL
      *--- EM QUE A EMPRESA ENVIOU MOVIMENTO: A MEDIA E SOBRE ELES.   * ESTVOL
      *--- CLASSE: A = DESVIO ACIMA DO AVISO, L = DESVIO ACIMA DO     * ESTVOL
      *--- ALTO, U = ESPERADA E AUSENTE, N = PRIMEIRA VEZ, M = SEM    * ESTVOL
      *--- MOVIMENTO NA JANELA (JA ENVIOU ANTES DELA).                * ESTVOL
       01  WS-QT-EMP-MAX           PIC     9(04)         VALUE 500.     ESTVOL
       01  WS-CT-EMP               PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-TAB-EMP.                                                  ESTVOL
           03  WS-TB-EMP           OCCURS  500.                         ESTVOL
               05  WS-TB-EMP-EMPRESA   PIC 9(04).                       ESTVOL
               05  WS-TB-EMP-HOJE-QTDE PIC 9(09).                       ESTVOL
               05  WS-TB-EMP-HOJE-VALOR PIC S9(15)V99 COMP-3.           ESTVOL
               05  WS-TB-EMP-JAN-DIAS  PIC 9(03).                       ESTVOL
               05  WS-TB-EMP-JAN-QTDE  PIC 9(11).                       ESTVOL
               05  WS-TB-EMP-JAN-VALOR PIC S9(17)V99 COMP-3.            ESTVOL
               05  WS-TB-EMP-PC-QTDE   PIC S9(05).                      ESTVOL
               05  WS-TB-EMP-PC-VALOR  PIC S9(05).                      ESTVOL
               05  WS-TB-EMP-IND-VALOR PIC X(01).                       ESTVOL
               05  WS-TB-EMP-CLASSE    PIC X(01).                       ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE ACUMULACAO POR EMPRESA/TRANSACAO                    *ESTVOL
      ******************************************************************ESTVOL
       01  WS-QT-CMB-MAX           PIC     9(04)         VALUE 2000.    ESTVOL
       01  WS-CT-CMB               PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-TAB-CMB.                                                  ESTVOL
           03  WS-TB-CMB           OCCURS  2000.                        ESTVOL
               05  WS-TB-CMB-CHAVE.                                     ESTVOL
                   07  WS-TB-CMB-EMPRESA   PIC 9(04).                   ESTVOL
                   07  WS-TB-CMB-TRANSACAO PIC X(04).                   ESTVOL
               05  WS-TB-CMB-HOJE-QTDE PIC 9(09).                       ESTVOL
               05  WS-TB-CMB-HOJE-VALOR PIC S9(15)V99 COMP-3.           ESTVOL
               05  WS-TB-CMB-JAN-DIAS  PIC 9(03).                       ESTVOL
               05  WS-TB-CMB-JAN-QTDE  PIC 9(11).                       ESTVOL
               05  WS-TB-CMB-JAN-VALOR PIC S9(17)V99 COMP-3.            ESTVOL
               05  WS-TB-CMB-PC-QTDE   PIC S9(05).                      ESTVOL
               05  WS-TB-CMB-PC-VALOR  PIC S9(05).                      ESTVOL
               05  WS-TB-CMB-IND-VALOR PIC X(01).                       ESTVOL
               05  WS-TB-CMB-CLASSE    PIC X(01).                       ESTVOL
      *                                                                 ESTVOL
       01  WS-SUB                  PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-POS                  PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-ACHOU                PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-ACHOU-SIM                              VALUE 'S'.     ESTVOL
           88  WS-ACHOU-NAO                              VALUE 'N'.     ESTVOL
       01  WS-CHAVE-NOVA.                                               ESTVOL
           03  WS-CHV-EMPRESA      PIC     9(04).                       ESTVOL
           03  WS-CHV-TRANSACAO    PIC     X(04).                       ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE CALCULO DO DESVIO                                   *ESTVOL
      ******************************************************************ESTVOL
      *--- DESVIO EM % DO DIA SOBRE A MEDIA (JAN / DIAS):             * ESTVOL
      *--- (HOJE * DIAS - JAN) * 100 / JAN. O DESVIO DE VALOR SO E    * ESTVOL
      *--- CALCULADO QUANDO A SOMA DA JANELA E POSITIVA.              * ESTVOL
       01  WS-CALC-HOJE-QTDE       PIC     9(09)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-HOJE-VALOR      PIC    S9(15)V99      VALUE ZEROS    ESTVOL
                                                         COMP-3.        ESTVOL
       01  WS-CALC-JAN-DIAS        PIC     9(03)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-JAN-QTDE        PIC     9(11)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-JAN-VALOR       PIC    S9(17)V99      VALUE ZEROS    ESTVOL
                                                         COMP-3.        ESTVOL
       01  WS-CALC-PC-QTDE         PIC    S9(05)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-PC-VALOR        PIC    S9(05)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-IND-VALOR       PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-CALC-VALOR-SIM                         VALUE 'S'.     ESTVOL
           88  WS-CALC-VALOR-NAO                         VALUE 'N'.     ESTVOL
       01  WS-CALC-ABS-QTDE        PIC     9(05)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-ABS-VALOR       PIC     9(05)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-CLASSE          PIC     X(01)         VALUE SPACES.  ESTVOL
       01  WS-CALC-MEDIA-QTDE      PIC     9(09)         VALUE ZEROS.   ESTVOL
       01  WS-CALC-MEDIA-VALOR     PIC    S9(15)V99      VALUE ZEROS    ESTVOL
                                                         COMP-3.        ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DO CADASTRO DE EMPRESAS                                *ESTVOL
      ******************************************************************ESTVOL
      *--- SITUACAO DA EMPRESA (AUDITORIA.TB_EMPRESA): SUSPENSA OU    * ESTVOL
      *--- ENCERRADA NAO E ESPERADA NO MOVIMENTO. SEM O CADASTRO      * ESTVOL
      *--- (FALHA NA CARGA) TODA EMPRESA FREQUENTE E ESPERADA.        * ESTVOL
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   ESTVOL
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     ESTVOL
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     ESTVOL
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     ESTVOL
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   ESTVOL
       01  WS-TAB-CADASTRO.                                             ESTVOL
           03  WS-TB-CAD           OCCURS  1 TO 500                     ESTVOL
                                   DEPENDING ON WS-QT-CADASTRO          ESTVOL
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   ESTVOL
                                   INDEXED BY I01-CAD.                  ESTVOL
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      ESTVOL
               05  WS-TB-CAD-SITUACAO   PIC X(01).                      ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE AUXILIARES                                          *ESTVOL
      ******************************************************************ESTVOL
       01  WS-MSG-SYS010           PIC     X(18)         VALUE          ESTVOL
           ' DO ARQUIVO SYS010'.                                        ESTVOL
       01  WS-MSG-SYS020           PIC     X(18)         VALUE          ESTVOL
           ' DO ARQUIVO SYS020'.                                        ESTVOL
       01  WS-MSG-SYS060           PIC     X(18)         VALUE          ESTVOL
           ' DO ARQUIVO SYS060'.                                        ESTVOL
      *                                                                 ESTVOL
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  ESTVOL
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  ESTVOL
       01  WS-DATA-DISPLAY.                                             ESTVOL
           03  WS-DATA-BR.                                              ESTVOL
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  ESTVOL
               05  FILLER          PIC     X             VALUE '/'.     ESTVOL
               05  WS-MES          PIC     X(02)         VALUE SPACES.  ESTVOL
               05  FILLER          PIC     X             VALUE '/'.     ESTVOL
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  ESTVOL
               05  FILLER          PIC     X             VALUE ' '.     ESTVOL
           03  WS-HORA-BR.                                              ESTVOL
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   ESTVOL
               05  FILLER          PIC     X             VALUE ':'.     ESTVOL
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   ESTVOL
               05  FILLER          PIC     X             VALUE ':'.     ESTVOL
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE LINHAS DO RELATORIO                                 *ESTVOL
      ******************************************************************ESTVOL
       01  WS-SALTO-PAGINA         PIC     X(01)         VALUE 'N'.     ESTVOL
           88  WS-SALTO-PAGINA-SIM                       VALUE 'S'.     ESTVOL
           88  WS-SALTO-PAGINA-NAO                       VALUE 'N'.     ESTVOL
      *                                                                 ESTVOL
       01  WS-LINHA                PIC     X(132)        VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-CAB1.                                                 ESTVOL
           03  FILLER              PIC     X(49)         VALUE          ESTVOL
           'ESTATVOL - ESTATISTICA DE VOLUME POR EMPRESA     '.         ESTVOL
           03  FILLER              PIC     X(17)         VALUE          ESTVOL
           'DATA MOVIMENTO : '.                                         ESTVOL
           03  CAB1-DIA            PIC     9(02).                       ESTVOL
           03  FILLER              PIC     X(01)         VALUE '/'.     ESTVOL
           03  CAB1-MES            PIC     9(02).                       ESTVOL
           03  FILLER              PIC     X(01)         VALUE '/'.     ESTVOL
           03  CAB1-ANO            PIC     9(04).                       ESTVOL
           03  FILLER              PIC     X(06)         VALUE          ESTVOL
           '  PAG '.                                                    ESTVOL
           03  CAB1-PAG            PIC     ZZZZ9.                       ESTVOL
           03  FILLER              PIC     X(45)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-CAB2.                                                 ESTVOL
           03  FILLER              PIC     X(12)         VALUE          ESTVOL
           'EMITIDO EM: '.                                              ESTVOL
           03  CAB2-DATA           PIC     X(10).                       ESTVOL
           03  FILLER              PIC     X(01)         VALUE SPACES.  ESTVOL
           03  CAB2-HORA           PIC     X(08).                       ESTVOL
           03  FILLER              PIC     X(101)        VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-PARAMETROS.                                           ESTVOL
           03  FILLER              PIC     X(16)         VALUE          ESTVOL
           'AVISO ACIMA DE '.                                           ESTVOL
           03  PAR-AVISO           PIC     ZZ9.                         ESTVOL
           03  FILLER              PIC     X(25)         VALUE          ESTVOL
           '% - OCORRENCIA ACIMA DE '.                                  ESTVOL
           03  PAR-ALTO            PIC     ZZ9.                         ESTVOL
           03  FILLER              PIC     X(15)         VALUE          ESTVOL
           '% - MEDIA DOS '.                                            ESTVOL
           03  PAR-DIAS            PIC     Z9.                          ESTVOL
           03  FILLER              PIC     X(25)         VALUE          ESTVOL
           ' DIAS DE MOVIMENTO DE '.                                    ESTVOL
           03  PAR-INICIO          PIC     X(08).                       ESTVOL
           03  FILLER              PIC     X(03)         VALUE ' A '.   ESTVOL
           03  PAR-FIM             PIC     X(08).                       ESTVOL
           03  FILLER              PIC     X(24)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-SECAO.                                                ESTVOL
           03  SEC-TITULO          PIC     X(60)         VALUE SPACES.  ESTVOL
           03  FILLER              PIC     X(72)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-CABDET.                                               ESTVOL
           03  FILLER              PIC     X(13)         VALUE          ESTVOL
           ' EMPR  TRAN  '.                                             ESTVOL
           03  FILLER              PIC     X(13)         VALUE          ESTVOL
           '   QTDE HOJE '.                                             ESTVOL
           03  FILLER              PIC     X(13)         VALUE          ESTVOL
           '  MEDIA QTDE '.                                             ESTVOL
           03  FILLER              PIC     X(09)         VALUE          ESTVOL
           ' DESVIO  '.                                                 ESTVOL
           03  FILLER              PIC     X(21)         VALUE          ESTVOL
           '           VALOR HOJE'.                                     ESTVOL
           03  FILLER              PIC     X(21)         VALUE          ESTVOL
           '          MEDIA VALOR'.                                     ESTVOL
           03  FILLER              PIC     X(09)         VALUE          ESTVOL
           '  DESVIO '.                                                 ESTVOL
           03  FILLER              PIC     X(06)         VALUE          ESTVOL
           ' DIAS '.                                                    ESTVOL
           03  FILLER              PIC     X(27)         VALUE          ESTVOL
           'SITUACAO'.                                                  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-DETALHE.                                              ESTVOL
           03  FILLER              PIC     X(01)         VALUE SPACES.  ESTVOL
           03  DET-EMPRESA         PIC     9(04).                       ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-TRANSACAO       PIC     X(04).                       ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-QT-HOJE         PIC     ZZZ.ZZZ.ZZ9.                 ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-QT-MEDIA        PIC     ZZZ.ZZZ.ZZ9.                 ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-PC-QTDE-G.                                           ESTVOL
               05  DET-PC-QTDE     PIC     -ZZZZ9.                      ESTVOL
               05  FILLER          PIC     X(01)         VALUE '%'.     ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-VL-HOJE         PIC     -ZZZ.ZZZ.ZZZ.ZZ9,99.         ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-VL-MEDIA        PIC     -ZZZ.ZZZ.ZZZ.ZZ9,99.         ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-PC-VALOR-G.                                          ESTVOL
               05  DET-PC-VALOR    PIC     -ZZZZ9.                      ESTVOL
               05  FILLER          PIC     X(01)         VALUE '%'.     ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-DIAS            PIC     ZZ9.                         ESTVOL
           03  FILLER              PIC     X(02)         VALUE SPACES.  ESTVOL
           03  DET-SITUACAO        PIC     X(28)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
       01  WS-LIN-MENSAGEM.                                             ESTVOL
           03  FILLER              PIC     X(04)         VALUE SPACES.  ESTVOL
           03  MSG-TEXTO           PIC     X(100)        VALUE SPACES.  ESTVOL
           03  FILLER              PIC     X(28)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE PARAMETROS DE EXECUCAO                              *ESTVOL
      ******************************************************************ESTVOL
      *--- PARAMETRO MONTADO NO MODEL01J A PARTIR DOS SET PCAVISO,    * ESTVOL
      *--- PCALTO E DIASEST: AAA = % DE AVISO, BBB = % PARA ABRIR     * ESTVOL
      *--- OCORRENCIA, DD = DIAS DE MOVIMENTO NA MEDIA.               * ESTVOL
       01  WS-PARM-ENTRADA.                                             ESTVOL
           03  WS-PARM-PC-AVISO    PIC     9(03).                       ESTVOL
           03  WS-PARM-PC-ALTO     PIC     9(03).                       ESTVOL
           03  WS-PARM-QT-DIAS     PIC     9(02).                       ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE DB2                                                 *ESTVOL
      ******************************************************************ESTVOL
      *--- AREA DE TRABALHO PARA A ESTATISTICA DE VOLUME ---------------ESTVOL
      *--- AUDITORIA.TB_ESTAT_VOLUME: UMA LINHA POR DAT_MOVIMENTO,    * ESTVOL
      *--- COD_EMPRESA E COD_TRANSACAO, COM QTD_REGISTROS, VLR_TOTAL  * ESTVOL
      *--- E DAT_HOR_ATUALIZACAO.                                     * ESTVOL
       01  WS-EST-DATA             PIC     X(08)         VALUE SPACES.  ESTVOL
       01  WS-EST-EMPRESA          PIC    S9(04)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-EST-TRANSACAO        PIC     X(04)         VALUE SPACES.  ESTVOL
       01  WS-EST-QTDE             PIC    S9(09)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-EST-VALOR            PIC    S9(15)V99      VALUE ZEROS    ESTVOL
                                                         COMP-3.        ESTVOL
       01  WS-EST-TIMESTAMP        PIC     X(14)         VALUE SPACES.  ESTVOL
       01  WS-EST-DIAS             PIC    S9(04)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-EST-SOMA-QTDE        PIC    S9(11)         VALUE ZEROS    ESTVOL
                                                         COMP-3.        ESTVOL
       01  WS-EST-SOMA-VALOR       PIC    S9(17)V99      VALUE ZEROS    ESTVOL
                                                         COMP-3.        ESTVOL
       01  WS-EST-DATA-JANELA      PIC     X(08)         VALUE SPACES.  ESTVOL
       01  WS-EST-QT-HISTORICO     PIC    S9(09)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
      *                                                                 ESTVOL
      *--- AREA DE TRABALHO PARA O CADASTRO DE EMPRESAS ----------------ESTVOL
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-EMP-SITUACAO         PIC     X(01)         VALUE SPACES.  ESTVOL
      *                                                                 ESTVOL
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------ESTVOL
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          ESTVOL
           'ESTATVOL'.                                                  ESTVOL
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  ESTVOL
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'V'.     ESTVOL
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  ESTVOL
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  ESTVOL
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    ESTVOL
                                                         COMP.          ESTVOL
      *                                                                 ESTVOL
       EXEC SQL                                                         ESTVOL
           INCLUDE SQLCA                                                ESTVOL
       END-EXEC.                                                        ESTVOL
      *                                                                 ESTVOL
       EXEC SQL                                                         ESTVOL
           DECLARE C-EMPRESA CURSOR FOR                                 ESTVOL
           SELECT COD_EMPRESA, IND_SITUACAO                             ESTVOL
             FROM AUDITORIA.TB_EMPRESA                                  ESTVOL
            ORDER BY COD_EMPRESA                                        ESTVOL
       END-EXEC.                                                        ESTVOL
      *                                                                 ESTVOL
      *--- DIAS DE MOVIMENTO ANTERIORES AO DIA, DO MAIS RECENTE PARA  * ESTVOL
      *--- TRAS: OS N PRIMEIROS FORMAM A JANELA DA MEDIA.             * ESTVOL
       EXEC SQL                                                         ESTVOL
           DECLARE C-DATAS CURSOR FOR                                   ESTVOL
           SELECT DISTINCT DAT_MOVIMENTO                                ESTVOL
             FROM AUDITORIA.TB_ESTAT_VOLUME                             ESTVOL
            WHERE DAT_MOVIMENTO < :WS-EST-DATA                          ESTVOL
            ORDER BY DAT_MOVIMENTO DESC                                 ESTVOL
       END-EXEC.                                                        ESTVOL
      *                                                                 ESTVOL
       EXEC SQL                                                         ESTVOL
           DECLARE C-JANEMP CURSOR FOR                                  ESTVOL
           SELECT COD_EMPRESA, COUNT(DISTINCT DAT_MOVIMENTO),           ESTVOL
                  SUM(QTD_REGISTROS), SUM(VLR_TOTAL)                    ESTVOL
             FROM AUDITORIA.TB_ESTAT_VOLUME                             ESTVOL
            WHERE DAT_MOVIMENTO >= :WS-EST-DATA-JANELA                  ESTVOL
              AND DAT_MOVIMENTO <  :WS-EST-DATA                         ESTVOL
            GROUP BY COD_EMPRESA                                        ESTVOL
       END-EXEC.                                                        ESTVOL
      *                                                                 ESTVOL
       EXEC SQL                                                         ESTVOL
           DECLARE C-JANCMB CURSOR FOR                                  ESTVOL
           SELECT COD_EMPRESA, COD_TRANSACAO, COUNT(*),                 ESTVOL
                  SUM(QTD_REGISTROS), SUM(VLR_TOTAL)                    ESTVOL
             FROM AUDITORIA.TB_ESTAT_VOLUME                             ESTVOL
            WHERE DAT_MOVIMENTO >= :WS-EST-DATA-JANELA                  ESTVOL
              AND DAT_MOVIMENTO <  :WS-EST-DATA                         ESTVOL
            GROUP BY COD_EMPRESA, COD_TRANSACAO                         ESTVOL
       END-EXEC.                                                        ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       77  FILLER                  PIC     X(38)         VALUE          ESTVOL
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    AREA DE COPY BOOKS                                          *ESTVOL
      ******************************************************************ESTVOL
       COPY ARQUIVOE.                                                   ESTVOL
      *                                                                 ESTVOL
       COPY OCORRENC.                                                   ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       LINKAGE                         SECTION.                         ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      *--- PERCENTUAIS E JANELA DO CONFRONTO, RECEBIDOS DO JOB        * ESTVOL
      *--- CHAMADOR (VIDE WS-PARM-ENTRADA).                           * ESTVOL
       01  LK-PARM-ESTATVOL.                                            ESTVOL
           03  LK-PARM-LTH         PIC    S9(04)         COMP.          ESTVOL
           03  LK-PARM-DADOS       PIC     X(08).                       ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
       PROCEDURE                       DIVISION USING LK-PARM-ESTATVOL. ESTVOL
      ******************************************************************ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA PRINCIPAL                                            *ESTVOL
      ******************************************************************ESTVOL
       RTPRINCIPAL                     SECTION.                         ESTVOL
      *                                                                 ESTVOL
           PERFORM RTINICIALIZA.                                        ESTVOL
      *                                                                 ESTVOL
           PERFORM RTPROCESSA.                                          ESTVOL
      *                                                                 ESTVOL
           PERFORM RTFECHA.                                             ESTVOL
      *                                                                 ESTVOL
           PERFORM RTFINALIZA.                                          ESTVOL
      *                                                                 ESTVOL
       RTPRINCIPALX.                   EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE INICIALIZACAO                                     *ESTVOL
      ******************************************************************ESTVOL
       RTINICIALIZA                    SECTION.                         ESTVOL
      *                                                                 ESTVOL
           INITIALIZE ARQUIVOE                                          ESTVOL
                      OCOR-REGISTRO.                                    ESTVOL
      *                                                                 ESTVOL
           DISPLAY '*************************************************'. ESTVOL
           MOVE '#ESTVOL.900I - INICIO DO PROCESSAMENTO' TO WS-MENSAGEM.ESTVOL
      *                                                                 ESTVOL
           ACCEPT WS-DATA-MAQ          FROM DATE.                       ESTVOL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       ESTVOL
      *                                                                 ESTVOL
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   ESTVOL
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   ESTVOL
      *                                                                 ESTVOL
           DISPLAY WS-MENSAGEM.                                         ESTVOL
           DISPLAY WS-DATA-DISPLAY.                                     ESTVOL
           DISPLAY '*************************************************'. ESTVOL
      *                                                                 ESTVOL
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO.               * ESTVOL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              ESTVOL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       ESTVOL
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                ESTVOL
                  WS-TIME-MAQ          DELIMITED BY SIZE                ESTVOL
                                       INTO WS-HIST-INICIO.             ESTVOL
      *                                                                 ESTVOL
      *--- PARAMETRO AUSENTE OU INVALIDO: FICAM OS VALORES ASSUMIDOS. * ESTVOL
           IF LK-PARM-LTH              NOT LESS 8                       ESTVOL
               MOVE LK-PARM-DADOS      TO WS-PARM-ENTRADA               ESTVOL
               IF WS-PARM-PC-AVISO     NUMERIC                          ESTVOL
                AND WS-PARM-PC-ALTO    NUMERIC                          ESTVOL
                AND WS-PARM-QT-DIAS    NUMERIC                          ESTVOL
                AND WS-PARM-PC-AVISO   GREATER ZEROS                    ESTVOL
                AND WS-PARM-PC-ALTO    NOT LESS WS-PARM-PC-AVISO        ESTVOL
                AND WS-PARM-QT-DIAS    NOT LESS WS-QT-DIAS-MINIMO       ESTVOL
                   MOVE WS-PARM-PC-AVISO TO WS-PC-AVISO                 ESTVOL
                   MOVE WS-PARM-PC-ALTO  TO WS-PC-ALTO                  ESTVOL
                   MOVE WS-PARM-QT-DIAS  TO WS-QT-DIAS                  ESTVOL
               ELSE                                                     ESTVOL
                   DISPLAY '#ESTVOL.901I - PARAMETRO INVALIDO - '       ESTVOL
                           'ASSUMIDOS OS VALORES PADRAO'                ESTVOL
               END-IF                                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           DISPLAY '#ESTVOL.901I - AVISO ACIMA DE ' WS-PC-AVISO         ESTVOL
                   '% - OCORRENCIA ACIMA DE ' WS-PC-ALTO                ESTVOL
                   '% - JANELA DE ' WS-QT-DIAS ' DIAS'.                 ESTVOL
      *                                                                 ESTVOL
           OPEN INPUT  EARQUIVO.                                        ESTVOL
      *                                                                 ESTVOL
           IF WS-FS-SYS010             NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.902I - ERRO NA ABERTURA' WS-MSG-SYS010  ESTVOL
               DISPLAY '#ESTVOL.902I - FILE STATUS = '   WS-FS-SYS010   ESTVOL
               MOVE 0020                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           OPEN OUTPUT RELATORIO.                                       ESTVOL
      *                                                                 ESTVOL
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.903I - ERRO NA ABERTURA' WS-MSG-SYS020  ESTVOL
               DISPLAY '#ESTVOL.903I - FILE STATUS = '   WS-FS-SYS020   ESTVOL
               MOVE 0024                TO WS-COD-RETORNO               ESTVOL
               CLOSE EARQUIVO                                           ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCARGAEMPRESAS.                                     ESTVOL
      *                                                                 ESTVOL
       RTINICIALIZAX.                  EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE PROCESSAMENTO DO EARQUIVO                         *ESTVOL
      ******************************************************************ESTVOL
       RTPROCESSA                      SECTION.                         ESTVOL
      *                                                                 ESTVOL
           PERFORM RTLEEARQUIVO.                                        ESTVOL
      *                                                                 ESTVOL
           PERFORM UNTIL WS-FIM-EARQUIVO-SIM                            ESTVOL
               IF ARQE-REG-TRAILER                                      ESTVOL
                   PERFORM RTTRATATRAILER                               ESTVOL
               ELSE                                                     ESTVOL
                   PERFORM RTACUMULA                                    ESTVOL
               END-IF                                                   ESTVOL
               PERFORM RTLEEARQUIVO                                     ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
      *--- SEM TRAILER NAO HA DATA DE MOVIMENTO A QUE ATRIBUIR O     *  ESTVOL
      *--- VOLUME - ARQUIVO TRUNCADO: NADA E GRAVADO.                 * ESTVOL
           IF WS-CT-TRAILERS           EQUAL ZEROS                      ESTVOL
               DISPLAY '#ESTVOL.905I - TRAILER AUSENTE' WS-MSG-SYS010   ESTVOL
               DISPLAY '#ESTVOL.905I - ESTATISTICA NAO GRAVADA'         ESTVOL
               MOVE 0032                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
      *--- DETALHES DEPOIS DO ULTIMO TRAILER: LOTE TRUNCADO - OS DIAS * ESTVOL
      *--- JA FECHADOS FICAM GRAVADOS, O DIA INCOMPLETO NAO.          * ESTVOL
           IF WS-CT-LIDOS-DIA          GREATER ZEROS                    ESTVOL
               DISPLAY '#ESTVOL.919I - DETALHES APOS O ULTIMO TRAILER'  ESTVOL
                       WS-MSG-SYS010                                    ESTVOL
               DISPLAY '#ESTVOL.919I - ' WS-CT-LIDOS-DIA                ESTVOL
                       ' DETALHES SEM DATA DE MOVIMENTO NAO GRAVADOS'   ESTVOL
               MOVE 0032                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTPROCESSAX.                    EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE LEITURA DO EARQUIVO                               *ESTVOL
      ******************************************************************ESTVOL
       RTLEEARQUIVO                    SECTION.                         ESTVOL
      *                                                                 ESTVOL
           READ EARQUIVO.                                               ESTVOL
      *                                                                 ESTVOL
           EVALUATE WS-FS-SYS010                                        ESTVOL
               WHEN ZEROS                                               ESTVOL
                   MOVE FD-REG-EARQUIVO TO ARQUIVOE                     ESTVOL
               WHEN '10'                                                ESTVOL
                   SET WS-FIM-EARQUIVO-SIM TO TRUE                      ESTVOL
               WHEN OTHER                                               ESTVOL
                   DISPLAY '#ESTVOL.904I - ERRO NA LEITURA'             ESTVOL
                           WS-MSG-SYS010                                ESTVOL
                   DISPLAY '#ESTVOL.904I - FILE STATUS = '              ESTVOL
                           WS-FS-SYS010                                 ESTVOL
                   MOVE 0028            TO WS-COD-RETORNO               ESTVOL
                   PERFORM RTFECHA                                      ESTVOL
                   PERFORM RTFINALIZA                                   ESTVOL
           END-EVALUATE.                                                ESTVOL
      *                                                                 ESTVOL
       RTLEEARQUIVOX.                  EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE TRATAMENTO DO TRAILER DO EARQUIVO                 *ESTVOL
      ******************************************************************ESTVOL
       RTTRATATRAILER                  SECTION.                         ESTVOL
      *                                                                 ESTVOL
           IF ARQE-DATA-PROCESSO       NOT NUMERIC                      ESTVOL
            OR ARQE-DATA-PROCESSO      EQUAL ZEROS                      ESTVOL
               DISPLAY '#ESTVOL.905I - TRAILER SEM DATA DE PROCESSO'    ESTVOL
               DISPLAY '#ESTVOL.905I - ESTATISTICA DO DIA NAO GRAVADA'  ESTVOL
               MOVE 0032                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
      *--- CADA TRAILER FECHA UM DIA DE MOVIMENTO: NA CARGA DE LOTE A * ESTVOL
      *--- GERACAO TRAZ OS DETALHES E O TRAILER DE CADA DIA, EM       * ESTVOL
      *--- SEQUENCIA, E CADA DIA E TRATADO NA DATA DO SEU TRAILER.    * ESTVOL
           ADD 1                       TO WS-CT-TRAILERS.               ESTVOL
      *                                                                 ESTVOL
           MOVE ARQE-DATA-PROCESSO     TO WS-DATA-MOVIMENTO.            ESTVOL
           MOVE WS-DATA-MOVIMENTO      TO WS-EST-DATA                   ESTVOL
                                          WS-HIST-DATA.                 ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-TRAILERS           GREATER 1                        ESTVOL
               DISPLAY '#ESTVOL.906I - CARGA DE LOTE - DIA '            ESTVOL
                       WS-CT-TRAILERS ' - DATA ' WS-DATA-MOVIMENTO      ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
      *--- O DIA E GRAVADO ANTES DO CONFRONTO: A ESTATISTICA DE AMANHA* ESTVOL
      *--- NAO DEPENDE DO RESULTADO DE HOJE. A JANELA DE UM DIA DO    * ESTVOL
      *--- LOTE JA INCLUI OS DIAS ANTERIORES DO MESMO LOTE.           * ESTVOL
           PERFORM RTGRAVAESTATISTICA.                                  ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCARGAJANELA.                                       ESTVOL
      *                                                                 ESTVOL
           PERFORM RTANALISA.                                           ESTVOL
      *                                                                 ESTVOL
           PERFORM RTIMPRIME.                                           ESTVOL
      *                                                                 ESTVOL
           PERFORM RTGRAVAOCORDIA.                                      ESTVOL
      *                                                                 ESTVOL
      *--- TABELAS E CONTADORES DO DIA ZERADOS PARA O PROXIMO.        * ESTVOL
           MOVE ZEROS                  TO WS-CT-EMP                     ESTVOL
                                          WS-CT-CMB                     ESTVOL
                                          WS-CT-LIDOS-DIA.              ESTVOL
      *                                                                 ESTVOL
       RTTRATATRAILERX.                EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE ACUMULACAO DO DETALHE DO DIA                      *ESTVOL
      ******************************************************************ESTVOL
       RTACUMULA                       SECTION.                         ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-CT-LIDOS                   ESTVOL
                                          WS-CT-LIDOS-DIA.              ESTVOL
      *                                                                 ESTVOL
      *--- EMPRESA OU VALOR ILEGIVEL: O MODEL01 JA O REJEITOU NA       *ESTVOL
      *--- CRITICA E NAO HA A QUEM ATRIBUIR O VOLUME.                  *ESTVOL
           IF ARQE-EMPRESA             NOT NUMERIC                      ESTVOL
            OR ARQE-VALOR              NOT NUMERIC                      ESTVOL
               ADD 1                   TO WS-CT-ILEGIVEIS               ESTVOL
               GO TO RTACUMULAX                                         ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE ARQE-EMPRESA           TO WS-CHV-EMPRESA.               ESTVOL
           MOVE ARQE-COD-TRANSACAO     TO WS-CHV-TRANSACAO.             ESTVOL
      *                                                                 ESTVOL
           PERFORM RTPOSICIONACMB.                                      ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-TB-CMB-HOJE-QTDE(WS-POS).  ESTVOL
           ADD ARQE-VALOR              TO WS-TB-CMB-HOJE-VALOR(WS-POS). ESTVOL
      *                                                                 ESTVOL
           PERFORM RTPOSICIONAEMP.                                      ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-TB-EMP-HOJE-QTDE(WS-POS).  ESTVOL
           ADD ARQE-VALOR              TO WS-TB-EMP-HOJE-VALOR(WS-POS). ESTVOL
      *                                                                 ESTVOL
       RTACUMULAX.                     EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE POSICIONAMENTO NA TABELA DE EMPRESAS              *ESTVOL
      ******************************************************************ESTVOL
       RTPOSICIONAEMP                  SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- DEVOLVE EM WS-POS A ENTRADA DA EMPRESA WS-CHV-EMPRESA,     * ESTVOL
      *--- INCLUINDO-A ZERADA NA POSICAO ORDENADA SE AINDA NAO EXISTE.* ESTVOL
           SET WS-ACHOU-NAO            TO TRUE.                         ESTVOL
           MOVE ZEROS                  TO WS-POS.                       ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-EMP                       ESTVOL
                      OR WS-ACHOU-SIM                                   ESTVOL
                      OR WS-POS GREATER ZEROS                           ESTVOL
               IF WS-TB-EMP-EMPRESA(WS-SUB) EQUAL WS-CHV-EMPRESA        ESTVOL
                   SET WS-ACHOU-SIM    TO TRUE                          ESTVOL
                   MOVE WS-SUB         TO WS-POS                        ESTVOL
               ELSE                                                     ESTVOL
                   IF WS-TB-EMP-EMPRESA(WS-SUB)                         ESTVOL
                                       GREATER WS-CHV-EMPRESA           ESTVOL
                       MOVE WS-SUB     TO WS-POS                        ESTVOL
                   END-IF                                               ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF WS-ACHOU-SIM                                              ESTVOL
               GO TO RTPOSICIONAEMPX                                    ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-EMP                EQUAL WS-QT-EMP-MAX              ESTVOL
               DISPLAY '#ESTVOL.907I - TABELA DE EMPRESAS ESGOTADA'     ESTVOL
               DISPLAY '#ESTVOL.907I - MAXIMO DE ' WS-QT-EMP-MAX        ESTVOL
                       ' EMPRESAS'                                      ESTVOL
               MOVE 0040                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-POS                   EQUAL ZEROS                      ESTVOL
               COMPUTE WS-POS = WS-CT-EMP + 1                           ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM WS-CT-EMP BY -1                  ESTVOL
                   UNTIL WS-SUB LESS WS-POS                             ESTVOL
               MOVE WS-TB-EMP(WS-SUB)  TO WS-TB-EMP(WS-SUB + 1)         ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           INITIALIZE WS-TB-EMP(WS-POS).                                ESTVOL
           MOVE WS-CHV-EMPRESA         TO WS-TB-EMP-EMPRESA(WS-POS).    ESTVOL
           ADD 1                       TO WS-CT-EMP.                    ESTVOL
      *                                                                 ESTVOL
       RTPOSICIONAEMPX.                EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE POSICIONAMENTO NA TABELA EMPRESA/TRANSACAO        *ESTVOL
      ******************************************************************ESTVOL
       RTPOSICIONACMB                  SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- DEVOLVE EM WS-POS A ENTRADA DE WS-CHAVE-NOVA, INCLUINDO-A  * ESTVOL
      *--- ZERADA NA POSICAO ORDENADA SE AINDA NAO EXISTE.            * ESTVOL
           SET WS-ACHOU-NAO            TO TRUE.                         ESTVOL
           MOVE ZEROS                  TO WS-POS.                       ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-CMB                       ESTVOL
                      OR WS-ACHOU-SIM                                   ESTVOL
                      OR WS-POS GREATER ZEROS                           ESTVOL
               IF WS-TB-CMB-CHAVE(WS-SUB) EQUAL WS-CHAVE-NOVA           ESTVOL
                   SET WS-ACHOU-SIM    TO TRUE                          ESTVOL
                   MOVE WS-SUB         TO WS-POS                        ESTVOL
               ELSE                                                     ESTVOL
                   IF WS-TB-CMB-CHAVE(WS-SUB) GREATER WS-CHAVE-NOVA     ESTVOL
                       MOVE WS-SUB     TO WS-POS                        ESTVOL
                   END-IF                                               ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF WS-ACHOU-SIM                                              ESTVOL
               GO TO RTPOSICIONACMBX                                    ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-CMB                EQUAL WS-QT-CMB-MAX              ESTVOL
               DISPLAY '#ESTVOL.907I - TABELA EMPRESA/TRANSACAO '       ESTVOL
                       'ESGOTADA'                                       ESTVOL
               DISPLAY '#ESTVOL.907I - MAXIMO DE ' WS-QT-CMB-MAX        ESTVOL
                       ' COMBINACOES EMPRESA/TRANSACAO'                 ESTVOL
               MOVE 0040                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-POS                   EQUAL ZEROS                      ESTVOL
               COMPUTE WS-POS = WS-CT-CMB + 1                           ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM WS-CT-CMB BY -1                  ESTVOL
                   UNTIL WS-SUB LESS WS-POS                             ESTVOL
               MOVE WS-TB-CMB(WS-SUB)  TO WS-TB-CMB(WS-SUB + 1)         ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           INITIALIZE WS-TB-CMB(WS-POS).                                ESTVOL
           MOVE WS-CHAVE-NOVA          TO WS-TB-CMB-CHAVE(WS-POS).      ESTVOL
           ADD 1                       TO WS-CT-CMB.                    ESTVOL
      *                                                                 ESTVOL
       RTPOSICIONACMBX.                EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE GRAVACAO DA ESTATISTICA DO DIA (DB2)              *ESTVOL
      ******************************************************************ESTVOL
       RTGRAVAESTATISTICA              SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- A DATA E SEMPRE REGRAVADA POR INTEIRO: UMA REEXECUCAO (OU  * ESTVOL
      *--- UM DIA SEM NENHUM DETALHE) SUBSTITUI O QUE HAVIA NELA, NUMA* ESTVOL
      *--- UNICA UNIDADE DE TRABALHO.                                 * ESTVOL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              ESTVOL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       ESTVOL
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                ESTVOL
                  WS-TIME-MAQ          DELIMITED BY SIZE                ESTVOL
                                       INTO WS-EST-TIMESTAMP.           ESTVOL
      *                                                                 ESTVOL
           MOVE ZEROS                  TO WS-CT-GRAVADOS-DIA            ESTVOL
                                          WS-CT-SUBSTITUIDOS-DIA.       ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               DELETE FROM AUDITORIA.TB_ESTAT_VOLUME                    ESTVOL
                WHERE DAT_MOVIMENTO = :WS-EST-DATA                      ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
            AND SQLCODE                NOT EQUAL 100                    ESTVOL
               DISPLAY '#ESTVOL.908I - ERRO NA LIMPEZA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.908I - SQLCODE = ' SQLCODE              ESTVOL
               MOVE 0044                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  EQUAL ZEROS                      ESTVOL
               MOVE SQLERRD(3)         TO WS-CT-SUBSTITUIDOS-DIA        ESTVOL
               ADD WS-CT-SUBSTITUIDOS-DIA TO WS-CT-SUBSTITUIDOS         ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-SUBSTITUIDOS-DIA   GREATER ZEROS                    ESTVOL
               DISPLAY '#ESTVOL.909I - REEXECUCAO DE ' WS-EST-DATA      ESTVOL
                       ' - ' WS-CT-SUBSTITUIDOS-DIA                     ESTVOL
                       ' LINHAS SUBSTITUIDAS'                           ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-CMB                       ESTVOL
               PERFORM RTINSEREESTATISTICA                              ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               COMMIT                                                   ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
       RTGRAVAESTATISTICAX.            EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE INCLUSAO DE UMA LINHA DA ESTATISTICA (DB2)        *ESTVOL
      ******************************************************************ESTVOL
       RTINSEREESTATISTICA             SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-CMB-EMPRESA(WS-SUB)    TO WS-EST-EMPRESA.         ESTVOL
           MOVE WS-TB-CMB-TRANSACAO(WS-SUB)  TO WS-EST-TRANSACAO.       ESTVOL
           MOVE WS-TB-CMB-HOJE-QTDE(WS-SUB)  TO WS-EST-QTDE.            ESTVOL
           MOVE WS-TB-CMB-HOJE-VALOR(WS-SUB) TO WS-EST-VALOR.           ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               INSERT INTO AUDITORIA.TB_ESTAT_VOLUME                    ESTVOL
                   (DAT_MOVIMENTO, COD_EMPRESA, COD_TRANSACAO,          ESTVOL
                    QTD_REGISTROS, VLR_TOTAL, DAT_HOR_ATUALIZACAO)      ESTVOL
               VALUES                                                   ESTVOL
                   (:WS-EST-DATA, :WS-EST-EMPRESA,                      ESTVOL
                    :WS-EST-TRANSACAO, :WS-EST-QTDE,                    ESTVOL
                    :WS-EST-VALOR, :WS-EST-TIMESTAMP)                   ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
      *--- UMA LINHA QUE FALHA DESFAZ O DIA INTEIRO: A MEDIA DOS      * ESTVOL
      *--- PROXIMOS DIAS NAO PODE USAR UM DIA PELA METADE. OS DIAS    * ESTVOL
      *--- DO LOTE JA CONFIRMADOS CONTINUAM GRAVADOS.                 * ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.908I - ERRO NA GRAVACAO DA ESTATISTICA' ESTVOL
               DISPLAY '#ESTVOL.908I - SQLCODE = ' SQLCODE              ESTVOL
               DISPLAY '#ESTVOL.908I - EMPRESA '                        ESTVOL
                       WS-TB-CMB-EMPRESA(WS-SUB)                        ESTVOL
                       ' TRANSACAO ' WS-TB-CMB-TRANSACAO(WS-SUB)        ESTVOL
               EXEC SQL                                                 ESTVOL
                   ROLLBACK                                             ESTVOL
               END-EXEC                                                 ESTVOL
               SUBTRACT WS-CT-GRAVADOS-DIA FROM WS-CT-GRAVADOS          ESTVOL
               MOVE 0044                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-CT-GRAVADOS                ESTVOL
                                          WS-CT-GRAVADOS-DIA.           ESTVOL
      *                                                                 ESTVOL
       RTINSEREESTATISTICAX.           EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CARGA DA JANELA DE COMPARACAO (DB2)               *ESTVOL
      ******************************************************************ESTVOL
       RTCARGAJANELA                   SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- OS N DIAS DE MOVIMENTO MAIS RECENTES ANTERIORES AO DIA: O  * ESTVOL
      *--- ULTIMO LIDO E O INICIO DA JANELA.                          * ESTVOL
           MOVE ZEROS                  TO WS-JAN-DIAS.                  ESTVOL
           MOVE SPACES                 TO WS-JAN-INICIO                 ESTVOL
                                          WS-JAN-FIM.                   ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               OPEN C-DATAS                                             ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.910I - ERRO NA LEITURA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.910I - SQLCODE = ' SQLCODE              ESTVOL
               MOVE 0048                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               FETCH C-DATAS                                            ESTVOL
                INTO :WS-EST-DATA-JANELA                                ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        ESTVOL
                      OR WS-JAN-DIAS EQUAL WS-QT-DIAS                   ESTVOL
               ADD 1                   TO WS-JAN-DIAS                   ESTVOL
               IF WS-JAN-DIAS          EQUAL 1                          ESTVOL
                   MOVE WS-EST-DATA-JANELA TO WS-JAN-FIM                ESTVOL
               END-IF                                                   ESTVOL
               MOVE WS-EST-DATA-JANELA TO WS-JAN-INICIO                 ESTVOL
               IF WS-JAN-DIAS          LESS WS-QT-DIAS                  ESTVOL
                   EXEC SQL                                             ESTVOL
                       FETCH C-DATAS                                    ESTVOL
                        INTO :WS-EST-DATA-JANELA                        ESTVOL
                   END-EXEC                                             ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         ESTVOL
               DISPLAY '#ESTVOL.910I - ERRO NA LEITURA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.910I - SQLCODE = ' SQLCODE              ESTVOL
               EXEC SQL                                                 ESTVOL
                   CLOSE C-DATAS                                        ESTVOL
               END-EXEC                                                 ESTVOL
               MOVE 0048                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               CLOSE C-DATAS                                            ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF WS-JAN-DIAS              LESS WS-QT-DIAS-MINIMO           ESTVOL
               SET WS-JANELA-INSUFICIENTE TO TRUE                       ESTVOL
               DISPLAY '#ESTVOL.911I - HISTORICO INSUFICIENTE - '       ESTVOL
                       WS-JAN-DIAS ' DIAS NA ESTATISTICA (MINIMO '      ESTVOL
                       WS-QT-DIAS-MINIMO ') - SEM CONFRONTO'            ESTVOL
               IF WS-COD-RETORNO       EQUAL ZEROS                      ESTVOL
                   MOVE 0004           TO WS-COD-RETORNO                ESTVOL
               END-IF                                                   ESTVOL
               GO TO RTCARGAJANELAX                                     ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           SET WS-JANELA-SUFICIENTE    TO TRUE.                         ESTVOL
           MOVE WS-JAN-INICIO          TO WS-EST-DATA-JANELA.           ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCARGAJANEMP.                                       ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCARGAJANCMB.                                       ESTVOL
      *                                                                 ESTVOL
       RTCARGAJANELAX.                 EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CARGA DA JANELA POR EMPRESA (DB2)                 *ESTVOL
      ******************************************************************ESTVOL
       RTCARGAJANEMP                   SECTION.                         ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               OPEN C-JANEMP                                            ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.910I - ERRO NA LEITURA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.910I - SQLCODE = ' SQLCODE              ESTVOL
               MOVE 0048                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               FETCH C-JANEMP                                           ESTVOL
                INTO :WS-EST-EMPRESA, :WS-EST-DIAS,                     ESTVOL
                     :WS-EST-SOMA-QTDE, :WS-EST-SOMA-VALOR              ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        ESTVOL
               MOVE WS-EST-EMPRESA     TO WS-CHV-EMPRESA                ESTVOL
               PERFORM RTPOSICIONAEMP                                   ESTVOL
               MOVE WS-EST-DIAS        TO WS-TB-EMP-JAN-DIAS(WS-POS)    ESTVOL
               MOVE WS-EST-SOMA-QTDE   TO WS-TB-EMP-JAN-QTDE(WS-POS)    ESTVOL
               MOVE WS-EST-SOMA-VALOR  TO WS-TB-EMP-JAN-VALOR(WS-POS)   ESTVOL
               EXEC SQL                                                 ESTVOL
                   FETCH C-JANEMP                                       ESTVOL
                    INTO :WS-EST-EMPRESA, :WS-EST-DIAS,                 ESTVOL
                         :WS-EST-SOMA-QTDE, :WS-EST-SOMA-VALOR          ESTVOL
               END-EXEC                                                 ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE NOT EQUAL 100                                     ESTVOL
               DISPLAY '#ESTVOL.910I - ERRO NA LEITURA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.910I - SQLCODE = ' SQLCODE              ESTVOL
               EXEC SQL                                                 ESTVOL
                   CLOSE C-JANEMP                                       ESTVOL
               END-EXEC                                                 ESTVOL
               MOVE 0048                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               CLOSE C-JANEMP                                           ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
       RTCARGAJANEMPX.                 EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CARGA DA JANELA POR EMPRESA/TRANSACAO (DB2)       *ESTVOL
      ******************************************************************ESTVOL
       RTCARGAJANCMB                   SECTION.                         ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               OPEN C-JANCMB                                            ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.910I - ERRO NA LEITURA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.910I - SQLCODE = ' SQLCODE              ESTVOL
               MOVE 0048                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               FETCH C-JANCMB                                           ESTVOL
                INTO :WS-EST-EMPRESA, :WS-EST-TRANSACAO,                ESTVOL
                     :WS-EST-DIAS, :WS-EST-SOMA-QTDE,                   ESTVOL
                     :WS-EST-SOMA-VALOR                                 ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        ESTVOL
               MOVE WS-EST-EMPRESA     TO WS-CHV-EMPRESA                ESTVOL
               MOVE WS-EST-TRANSACAO   TO WS-CHV-TRANSACAO              ESTVOL
               PERFORM RTPOSICIONACMB                                   ESTVOL
               MOVE WS-EST-DIAS        TO WS-TB-CMB-JAN-DIAS(WS-POS)    ESTVOL
               MOVE WS-EST-SOMA-QTDE   TO WS-TB-CMB-JAN-QTDE(WS-POS)    ESTVOL
               MOVE WS-EST-SOMA-VALOR  TO WS-TB-CMB-JAN-VALOR(WS-POS)   ESTVOL
               EXEC SQL                                                 ESTVOL
                   FETCH C-JANCMB                                       ESTVOL
                    INTO :WS-EST-EMPRESA, :WS-EST-TRANSACAO,            ESTVOL
                         :WS-EST-DIAS, :WS-EST-SOMA-QTDE,               ESTVOL
                         :WS-EST-SOMA-VALOR                             ESTVOL
               END-EXEC                                                 ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE NOT EQUAL 100                                     ESTVOL
               DISPLAY '#ESTVOL.910I - ERRO NA LEITURA DA ESTATISTICA'  ESTVOL
               DISPLAY '#ESTVOL.910I - SQLCODE = ' SQLCODE              ESTVOL
               EXEC SQL                                                 ESTVOL
                   CLOSE C-JANCMB                                       ESTVOL
               END-EXEC                                                 ESTVOL
               MOVE 0048                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               CLOSE C-JANCMB                                           ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
       RTCARGAJANCMBX.                 EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CONFRONTO DO DIA COM A JANELA                     *ESTVOL
      ******************************************************************ESTVOL
       RTANALISA                       SECTION.                         ESTVOL
      *                                                                 ESTVOL
           IF WS-JANELA-INSUFICIENTE                                    ESTVOL
               GO TO RTANALISAX                                         ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-EMP                       ESTVOL
               PERFORM RTANALISAEMPRESA                                 ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-CMB                       ESTVOL
               PERFORM RTANALISACOMBINACAO                              ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-OCORRENCIAS        GREATER ZEROS                    ESTVOL
               IF WS-COD-RETORNO       LESS 0008                        ESTVOL
                   MOVE 0008           TO WS-COD-RETORNO                ESTVOL
               END-IF                                                   ESTVOL
               GO TO RTANALISAX                                         ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-DESVIOS-EMP        GREATER ZEROS                    ESTVOL
            OR WS-CT-DESVIOS-CMB       GREATER ZEROS                    ESTVOL
            OR WS-CT-NOVAS             GREATER ZEROS                    ESTVOL
               IF WS-COD-RETORNO       EQUAL ZEROS                      ESTVOL
                   MOVE 0004           TO WS-COD-RETORNO                ESTVOL
               END-IF                                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTANALISAX.                     EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CONFRONTO DE UMA EMPRESA                          *ESTVOL
      ******************************************************************ESTVOL
       RTANALISAEMPRESA                SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE SPACES                 TO WS-TB-EMP-CLASSE(WS-SUB).     ESTVOL
      *                                                                 ESTVOL
      *--- AUSENTE HOJE: SO E ESPERADA A EMPRESA QUE ENVIOU EM PELO   * ESTVOL
      *--- MENOS METADE DOS DIAS DA JANELA E NAO ESTA SUSPENSA NEM    * ESTVOL
      *--- ENCERRADA NO CADASTRO - UM REMETENTE EVENTUAL NAO E        * ESTVOL
      *--- COBRADO TODO DIA.                                          * ESTVOL
           IF WS-TB-EMP-HOJE-QTDE(WS-SUB) EQUAL ZEROS                   ESTVOL
               IF WS-TB-EMP-JAN-DIAS(WS-SUB) * 2 LESS WS-JAN-DIAS       ESTVOL
                   GO TO RTANALISAEMPRESAX                              ESTVOL
               END-IF                                                   ESTVOL
               MOVE WS-TB-EMP-EMPRESA(WS-SUB) TO WS-EMPRESA-TESTE       ESTVOL
               PERFORM RTPROCURAEMPRESA                                 ESTVOL
               IF WS-EMPRESA-ACHADA-SIM                                 ESTVOL
                AND WS-TB-CAD-SITUACAO(I01-CAD) NOT EQUAL 'A'           ESTVOL
                   GO TO RTANALISAEMPRESAX                              ESTVOL
               END-IF                                                   ESTVOL
               MOVE 'U'                TO WS-TB-EMP-CLASSE(WS-SUB)      ESTVOL
               MOVE -100               TO WS-TB-EMP-PC-QTDE(WS-SUB)     ESTVOL
                                          WS-TB-EMP-PC-VALOR(WS-SUB)    ESTVOL
               MOVE 'S'                TO WS-TB-EMP-IND-VALOR(WS-SUB)   ESTVOL
               ADD 1                   TO WS-CT-AUSENTES                ESTVOL
                                          WS-CT-OCORRENCIAS             ESTVOL
               GO TO RTANALISAEMPRESAX                                  ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
      *--- SEM MOVIMENTO NA JANELA: PRIMEIRA VEZ NA ESTATISTICA OU    * ESTVOL
      *--- RETORNO DEPOIS DE UM PERIODO SEM ENVIO - NAO HA MEDIA.     * ESTVOL
           IF WS-TB-EMP-JAN-DIAS(WS-SUB) EQUAL ZEROS                    ESTVOL
               PERFORM RTCONSULTAHISTORICO                              ESTVOL
               IF WS-EST-QT-HISTORICO  EQUAL ZEROS                      ESTVOL
                   MOVE 'N'            TO WS-TB-EMP-CLASSE(WS-SUB)      ESTVOL
               ELSE                                                     ESTVOL
                   MOVE 'M'            TO WS-TB-EMP-CLASSE(WS-SUB)      ESTVOL
               END-IF                                                   ESTVOL
               ADD 1                   TO WS-CT-NOVAS                   ESTVOL
               GO TO RTANALISAEMPRESAX                                  ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-EMP-HOJE-QTDE(WS-SUB)  TO WS-CALC-HOJE-QTDE.      ESTVOL
           MOVE WS-TB-EMP-HOJE-VALOR(WS-SUB) TO WS-CALC-HOJE-VALOR.     ESTVOL
           MOVE WS-TB-EMP-JAN-DIAS(WS-SUB)   TO WS-CALC-JAN-DIAS.       ESTVOL
           MOVE WS-TB-EMP-JAN-QTDE(WS-SUB)   TO WS-CALC-JAN-QTDE.       ESTVOL
           MOVE WS-TB-EMP-JAN-VALOR(WS-SUB)  TO WS-CALC-JAN-VALOR.      ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCALCULADESVIO.                                     ESTVOL
      *                                                                 ESTVOL
           MOVE WS-CALC-PC-QTDE        TO WS-TB-EMP-PC-QTDE(WS-SUB).    ESTVOL
           MOVE WS-CALC-PC-VALOR       TO WS-TB-EMP-PC-VALOR(WS-SUB).   ESTVOL
           MOVE WS-CALC-IND-VALOR      TO WS-TB-EMP-IND-VALOR(WS-SUB).  ESTVOL
           MOVE WS-CALC-CLASSE         TO WS-TB-EMP-CLASSE(WS-SUB).     ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-CLASSE           NOT EQUAL SPACES                 ESTVOL
               ADD 1                   TO WS-CT-DESVIOS-EMP             ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-CLASSE           EQUAL 'L'                        ESTVOL
               ADD 1                   TO WS-CT-OCORRENCIAS             ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTANALISAEMPRESAX.              EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CONFRONTO DE UMA EMPRESA/TRANSACAO                *ESTVOL
      ******************************************************************ESTVOL
       RTANALISACOMBINACAO             SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- NO DETALHE SO ENTRAM OS DESVIOS DE TRANSACOES PRESENTES    * ESTVOL
      *--- NOS DOIS LADOS: A AUSENCIA E A NOVIDADE SAO APONTADAS POR  * ESTVOL
      *--- EMPRESA. O DESVIO ALTO DE UMA TRANSACAO SO VAI AO          * ESTVOL
      *--- RELATORIO - A OCORRENCIA E POR EMPRESA.                    * ESTVOL
           MOVE SPACES                 TO WS-TB-CMB-CLASSE(WS-SUB).     ESTVOL
      *                                                                 ESTVOL
           IF WS-TB-CMB-HOJE-QTDE(WS-SUB) EQUAL ZEROS                   ESTVOL
            OR WS-TB-CMB-JAN-DIAS(WS-SUB) EQUAL ZEROS                   ESTVOL
               GO TO RTANALISACOMBINACAOX                               ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-CMB-HOJE-QTDE(WS-SUB)  TO WS-CALC-HOJE-QTDE.      ESTVOL
           MOVE WS-TB-CMB-HOJE-VALOR(WS-SUB) TO WS-CALC-HOJE-VALOR.     ESTVOL
           MOVE WS-TB-CMB-JAN-DIAS(WS-SUB)   TO WS-CALC-JAN-DIAS.       ESTVOL
           MOVE WS-TB-CMB-JAN-QTDE(WS-SUB)   TO WS-CALC-JAN-QTDE.       ESTVOL
           MOVE WS-TB-CMB-JAN-VALOR(WS-SUB)  TO WS-CALC-JAN-VALOR.      ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCALCULADESVIO.                                     ESTVOL
      *                                                                 ESTVOL
           MOVE WS-CALC-PC-QTDE        TO WS-TB-CMB-PC-QTDE(WS-SUB).    ESTVOL
           MOVE WS-CALC-PC-VALOR       TO WS-TB-CMB-PC-VALOR(WS-SUB).   ESTVOL
           MOVE WS-CALC-IND-VALOR      TO WS-TB-CMB-IND-VALOR(WS-SUB).  ESTVOL
           MOVE WS-CALC-CLASSE         TO WS-TB-CMB-CLASSE(WS-SUB).     ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-CLASSE           NOT EQUAL SPACES                 ESTVOL
               ADD 1                   TO WS-CT-DESVIOS-CMB             ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTANALISACOMBINACAOX.           EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CALCULO DO DESVIO SOBRE A MEDIA                   *ESTVOL
      ******************************************************************ESTVOL
       RTCALCULADESVIO                 SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE SPACES                 TO WS-CALC-CLASSE.               ESTVOL
           MOVE ZEROS                  TO WS-CALC-PC-VALOR              ESTVOL
                                          WS-CALC-ABS-VALOR.            ESTVOL
           SET WS-CALC-VALOR-NAO       TO TRUE.                         ESTVOL
      *                                                                 ESTVOL
      *--- DESVIO ALEM DE 5 DIGITOS FICA NO TETO (99999%).            * ESTVOL
           COMPUTE WS-CALC-PC-QTDE ROUNDED =                            ESTVOL
                   (WS-CALC-HOJE-QTDE * WS-CALC-JAN-DIAS                ESTVOL
                    - WS-CALC-JAN-QTDE) * 100 / WS-CALC-JAN-QTDE        ESTVOL
               ON SIZE ERROR                                            ESTVOL
                   MOVE 99999          TO WS-CALC-PC-QTDE               ESTVOL
           END-COMPUTE.                                                 ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-PC-QTDE          LESS ZEROS                       ESTVOL
               COMPUTE WS-CALC-ABS-QTDE = WS-CALC-PC-QTDE * -1          ESTVOL
           ELSE                                                         ESTVOL
               MOVE WS-CALC-PC-QTDE    TO WS-CALC-ABS-QTDE              ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-JAN-VALOR        GREATER ZEROS                    ESTVOL
               SET WS-CALC-VALOR-SIM   TO TRUE                          ESTVOL
               COMPUTE WS-CALC-PC-VALOR ROUNDED =                       ESTVOL
                       (WS-CALC-HOJE-VALOR * WS-CALC-JAN-DIAS           ESTVOL
                        - WS-CALC-JAN-VALOR) * 100 / WS-CALC-JAN-VALOR  ESTVOL
                   ON SIZE ERROR                                        ESTVOL
                       MOVE 99999      TO WS-CALC-PC-VALOR              ESTVOL
               END-COMPUTE                                              ESTVOL
               IF WS-CALC-PC-VALOR     LESS ZEROS                       ESTVOL
                   COMPUTE WS-CALC-ABS-VALOR = WS-CALC-PC-VALOR * -1    ESTVOL
               ELSE                                                     ESTVOL
                   MOVE WS-CALC-PC-VALOR TO WS-CALC-ABS-VALOR           ESTVOL
               END-IF                                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-ABS-QTDE         GREATER WS-PC-ALTO               ESTVOL
            OR WS-CALC-ABS-VALOR       GREATER WS-PC-ALTO               ESTVOL
               MOVE 'L'                TO WS-CALC-CLASSE                ESTVOL
               GO TO RTCALCULADESVIOX                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-ABS-QTDE         GREATER WS-PC-AVISO              ESTVOL
            OR WS-CALC-ABS-VALOR       GREATER WS-PC-AVISO              ESTVOL
               MOVE 'A'                TO WS-CALC-CLASSE                ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTCALCULADESVIOX.               EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CONSULTA AO HISTORICO DA EMPRESA (DB2)            *ESTVOL
      ******************************************************************ESTVOL
       RTCONSULTAHISTORICO             SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-EMP-EMPRESA(WS-SUB) TO WS-EST-EMPRESA.            ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               SELECT COUNT(*)                                          ESTVOL
                 INTO :WS-EST-QT-HISTORICO                              ESTVOL
                 FROM AUDITORIA.TB_ESTAT_VOLUME                         ESTVOL
                WHERE COD_EMPRESA   = :WS-EST-EMPRESA                   ESTVOL
                  AND DAT_MOVIMENTO < :WS-EST-DATA                      ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
      *--- NA DUVIDA A EMPRESA SAI COMO SEM MOVIMENTO NA JANELA, QUE  * ESTVOL
      *--- TAMBEM E LISTADA.                                          * ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.912I - ERRO NA CONSULTA DO HISTORICO'   ESTVOL
               DISPLAY '#ESTVOL.912I - SQLCODE = ' SQLCODE              ESTVOL
               MOVE 1                  TO WS-EST-QT-HISTORICO           ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTCONSULTAHISTORICOX.           EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *ESTVOL
      ******************************************************************ESTVOL
       RTCARGAEMPRESAS                 SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- FALHA NA CARGA NAO IMPEDE A ESTATISTICA: SEM O CADASTRO    * ESTVOL
      *--- TODA EMPRESA FREQUENTE E ESPERADA, COM AVISO NO SYSOUT.    * ESTVOL
           MOVE ZEROS                  TO WS-QT-CADASTRO.               ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               OPEN C-EMPRESA                                           ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.913I - CADASTRO DE EMPRESAS '           ESTVOL
                       'INDISPONIVEL'                                   ESTVOL
               DISPLAY '#ESTVOL.913I - SQLCODE = ' SQLCODE              ESTVOL
               GO TO RTCARGAEMPRESASX                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               FETCH C-EMPRESA                                          ESTVOL
                INTO :WS-EMP-CODIGO, :WS-EMP-SITUACAO                   ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        ESTVOL
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        ESTVOL
               ADD 1                   TO WS-QT-CADASTRO                ESTVOL
               SET I01-CAD             TO WS-QT-CADASTRO                ESTVOL
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    ESTVOL
               MOVE WS-EMP-SITUACAO    TO WS-TB-CAD-SITUACAO(I01-CAD)   ESTVOL
               EXEC SQL                                                 ESTVOL
                   FETCH C-EMPRESA                                      ESTVOL
                    INTO :WS-EMP-CODIGO, :WS-EMP-SITUACAO               ESTVOL
               END-EXEC                                                 ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         ESTVOL
               DISPLAY '#ESTVOL.913I - CADASTRO DE EMPRESAS INCOMPLETO' ESTVOL
               DISPLAY '#ESTVOL.913I - SQLCODE = ' SQLCODE              ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               CLOSE C-EMPRESA                                          ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
       RTCARGAEMPRESASX.               EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *ESTVOL
      ******************************************************************ESTVOL
       RTPROCURAEMPRESA                SECTION.                         ESTVOL
      *                                                                 ESTVOL
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         ESTVOL
      *                                                                 ESTVOL
           IF WS-QT-CADASTRO           EQUAL ZEROS                      ESTVOL
               GO TO RTPROCURAEMPRESAX                                  ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           SEARCH ALL WS-TB-CAD                                         ESTVOL
               AT END                                                   ESTVOL
                   CONTINUE                                             ESTVOL
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          ESTVOL
                                       EQUAL WS-EMPRESA-TESTE           ESTVOL
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    ESTVOL
           END-SEARCH.                                                  ESTVOL
      *                                                                 ESTVOL
       RTPROCURAEMPRESAX.              EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE IMPRESSAO DO RELATORIO                            *ESTVOL
      ******************************************************************ESTVOL
       RTIMPRIME                       SECTION.                         ESTVOL
      *                                                                 ESTVOL
           PERFORM RTCABECALHO.                                         ESTVOL
      *                                                                 ESTVOL
           IF WS-JANELA-INSUFICIENTE                                    ESTVOL
               MOVE SPACES             TO MSG-TEXTO                     ESTVOL
               STRING 'HISTORICO INSUFICIENTE: '  DELIMITED BY SIZE     ESTVOL
                      WS-JAN-DIAS                 DELIMITED BY SIZE     ESTVOL
                      ' DIAS DE MOVIMENTO NA ESTATISTICA (MINIMO '      ESTVOL
                                                  DELIMITED BY SIZE     ESTVOL
                      WS-QT-DIAS-MINIMO           DELIMITED BY SIZE     ESTVOL
                      ') - DIA GRAVADO, SEM CONFRONTO COM A MEDIA'      ESTVOL
                                                  DELIMITED BY SIZE     ESTVOL
                                       INTO MSG-TEXTO                   ESTVOL
               MOVE WS-LIN-MENSAGEM    TO WS-LINHA                      ESTVOL
               PERFORM RTESCREVE                                        ESTVOL
               GO TO RTIMPRIMEX                                         ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE SPACES                 TO SEC-TITULO.                   ESTVOL
           STRING 'DESVIOS POR EMPRESA ACIMA DE '  DELIMITED BY SIZE    ESTVOL
                  WS-PC-AVISO                      DELIMITED BY SIZE    ESTVOL
                  '% DA MEDIA'                     DELIMITED BY SIZE    ESTVOL
                                       INTO SEC-TITULO.                 ESTVOL
           PERFORM RTIMPRIMETITULO.                                     ESTVOL
      *                                                                 ESTVOL
           MOVE ZEROS                  TO WS-CT-SECAO.                  ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-EMP                       ESTVOL
               IF WS-TB-EMP-CLASSE(WS-SUB) EQUAL 'A' OR 'L'             ESTVOL
                   PERFORM RTIMPRIMEEMPRESA                             ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
           PERFORM RTIMPRIMEVAZIA.                                      ESTVOL
      *                                                                 ESTVOL
           MOVE SPACES                 TO SEC-TITULO.                   ESTVOL
           STRING 'DESVIOS POR EMPRESA/TRANSACAO ACIMA DE '             ESTVOL
                                                   DELIMITED BY SIZE    ESTVOL
                  WS-PC-AVISO                      DELIMITED BY SIZE    ESTVOL
                  '% DA MEDIA'                     DELIMITED BY SIZE    ESTVOL
                                       INTO SEC-TITULO.                 ESTVOL
           PERFORM RTIMPRIMETITULO.                                     ESTVOL
      *                                                                 ESTVOL
           MOVE ZEROS                  TO WS-CT-SECAO.                  ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-CMB                       ESTVOL
               IF WS-TB-CMB-CLASSE(WS-SUB) EQUAL 'A' OR 'L'             ESTVOL
                   PERFORM RTIMPRIMECOMBINACAO                          ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
           PERFORM RTIMPRIMEVAZIA.                                      ESTVOL
      *                                                                 ESTVOL
           MOVE 'EMPRESAS ESPERADAS AUSENTES DO MOVIMENTO'              ESTVOL
                                       TO SEC-TITULO.                   ESTVOL
           PERFORM RTIMPRIMETITULO.                                     ESTVOL
      *                                                                 ESTVOL
           MOVE ZEROS                  TO WS-CT-SECAO.                  ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-EMP                       ESTVOL
               IF WS-TB-EMP-CLASSE(WS-SUB) EQUAL 'U'                    ESTVOL
                   PERFORM RTIMPRIMEEMPRESA                             ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
           PERFORM RTIMPRIMEVAZIA.                                      ESTVOL
      *                                                                 ESTVOL
           MOVE 'EMPRESAS SEM MEDIA (PRIMEIRA VEZ OU SEM MOVTO NA JAN.)'ESTVOL
                                       TO SEC-TITULO.                   ESTVOL
           PERFORM RTIMPRIMETITULO.                                     ESTVOL
      *                                                                 ESTVOL
           MOVE ZEROS                  TO WS-CT-SECAO.                  ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-EMP                       ESTVOL
               IF WS-TB-EMP-CLASSE(WS-SUB) EQUAL 'N' OR 'M'             ESTVOL
                   PERFORM RTIMPRIMEEMPRESA                             ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
           PERFORM RTIMPRIMEVAZIA.                                      ESTVOL
      *                                                                 ESTVOL
       RTIMPRIMEX.                     EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE IMPRESSAO DO TITULO DE UMA SECAO                  *ESTVOL
      ******************************************************************ESTVOL
       RTIMPRIMETITULO                 SECTION.                         ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-LINHAS             GREATER 50                       ESTVOL
               PERFORM RTCABECALHO                                      ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE SPACES                 TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
           MOVE WS-LIN-SECAO           TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
           MOVE WS-LIN-CABDET          TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
       RTIMPRIMETITULOX.               EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE IMPRESSAO DE SECAO SEM NENHUMA LINHA              *ESTVOL
      ******************************************************************ESTVOL
       RTIMPRIMEVAZIA                  SECTION.                         ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-SECAO              GREATER ZEROS                    ESTVOL
               GO TO RTIMPRIMEVAZIAX                                    ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE '** NENHUMA **'        TO MSG-TEXTO.                    ESTVOL
           MOVE WS-LIN-MENSAGEM        TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
       RTIMPRIMEVAZIAX.                EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE IMPRESSAO DA LINHA DE UMA EMPRESA                 *ESTVOL
      ******************************************************************ESTVOL
       RTIMPRIMEEMPRESA                SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-EMP-EMPRESA(WS-SUB)    TO DET-EMPRESA.            ESTVOL
           MOVE '****'                 TO DET-TRANSACAO.                ESTVOL
           MOVE WS-TB-EMP-HOJE-QTDE(WS-SUB)  TO WS-CALC-HOJE-QTDE.      ESTVOL
           MOVE WS-TB-EMP-HOJE-VALOR(WS-SUB) TO WS-CALC-HOJE-VALOR.     ESTVOL
           MOVE WS-TB-EMP-JAN-DIAS(WS-SUB)   TO WS-CALC-JAN-DIAS.       ESTVOL
           MOVE WS-TB-EMP-JAN-QTDE(WS-SUB)   TO WS-CALC-JAN-QTDE.       ESTVOL
           MOVE WS-TB-EMP-JAN-VALOR(WS-SUB)  TO WS-CALC-JAN-VALOR.      ESTVOL
           MOVE WS-TB-EMP-PC-QTDE(WS-SUB)    TO WS-CALC-PC-QTDE.        ESTVOL
           MOVE WS-TB-EMP-PC-VALOR(WS-SUB)   TO WS-CALC-PC-VALOR.       ESTVOL
           MOVE WS-TB-EMP-IND-VALOR(WS-SUB)  TO WS-CALC-IND-VALOR.      ESTVOL
      *                                                                 ESTVOL
           EVALUATE WS-TB-EMP-CLASSE(WS-SUB)                            ESTVOL
               WHEN 'A'                                                 ESTVOL
                   MOVE 'AVISO'        TO DET-SITUACAO                  ESTVOL
               WHEN 'L'                                                 ESTVOL
                   MOVE 'ALTO - OCORRENCIA SOLICITADA'                  ESTVOL
                                       TO DET-SITUACAO                  ESTVOL
               WHEN 'U'                                                 ESTVOL
                   MOVE 'AUSENTE - OCORRENCIA SOLIC.'                   ESTVOL
                                       TO DET-SITUACAO                  ESTVOL
               WHEN 'N'                                                 ESTVOL
                   MOVE 'PRIMEIRA VEZ'  TO DET-SITUACAO                 ESTVOL
               WHEN OTHER                                               ESTVOL
                   MOVE 'SEM MOVTO NA JANELA'                           ESTVOL
                                       TO DET-SITUACAO                  ESTVOL
           END-EVALUATE.                                                ESTVOL
      *                                                                 ESTVOL
           PERFORM RTIMPRIMEDETALHE.                                    ESTVOL
      *                                                                 ESTVOL
       RTIMPRIMEEMPRESAX.              EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE IMPRESSAO DA LINHA DE UMA EMPRESA/TRANSACAO       *ESTVOL
      ******************************************************************ESTVOL
       RTIMPRIMECOMBINACAO             SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-CMB-EMPRESA(WS-SUB)    TO DET-EMPRESA.            ESTVOL
           MOVE WS-TB-CMB-TRANSACAO(WS-SUB)  TO DET-TRANSACAO.          ESTVOL
           MOVE WS-TB-CMB-HOJE-QTDE(WS-SUB)  TO WS-CALC-HOJE-QTDE.      ESTVOL
           MOVE WS-TB-CMB-HOJE-VALOR(WS-SUB) TO WS-CALC-HOJE-VALOR.     ESTVOL
           MOVE WS-TB-CMB-JAN-DIAS(WS-SUB)   TO WS-CALC-JAN-DIAS.       ESTVOL
           MOVE WS-TB-CMB-JAN-QTDE(WS-SUB)   TO WS-CALC-JAN-QTDE.       ESTVOL
           MOVE WS-TB-CMB-JAN-VALOR(WS-SUB)  TO WS-CALC-JAN-VALOR.      ESTVOL
           MOVE WS-TB-CMB-PC-QTDE(WS-SUB)    TO WS-CALC-PC-QTDE.        ESTVOL
           MOVE WS-TB-CMB-PC-VALOR(WS-SUB)   TO WS-CALC-PC-VALOR.       ESTVOL
           MOVE WS-TB-CMB-IND-VALOR(WS-SUB)  TO WS-CALC-IND-VALOR.      ESTVOL
      *                                                                 ESTVOL
           IF WS-TB-CMB-CLASSE(WS-SUB) EQUAL 'L'                        ESTVOL
               MOVE 'ALTO'             TO DET-SITUACAO                  ESTVOL
           ELSE                                                         ESTVOL
               MOVE 'AVISO'            TO DET-SITUACAO                  ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM RTIMPRIMEDETALHE.                                    ESTVOL
      *                                                                 ESTVOL
       RTIMPRIMECOMBINACAOX.           EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE IMPRESSAO DE UMA LINHA DE DETALHE                 *ESTVOL
      ******************************************************************ESTVOL
       RTIMPRIMEDETALHE                SECTION.                         ESTVOL
      *                                                                 ESTVOL
           IF WS-CT-LINHAS             GREATER 56                       ESTVOL
               PERFORM RTCABECALHO                                      ESTVOL
               MOVE WS-LIN-SECAO       TO WS-LINHA                      ESTVOL
               PERFORM RTESCREVE                                        ESTVOL
               MOVE WS-LIN-CABDET      TO WS-LINHA                      ESTVOL
               PERFORM RTESCREVE                                        ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE ZEROS                  TO WS-CALC-MEDIA-QTDE            ESTVOL
                                          WS-CALC-MEDIA-VALOR.          ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-JAN-DIAS         GREATER ZEROS                    ESTVOL
               COMPUTE WS-CALC-MEDIA-QTDE ROUNDED =                     ESTVOL
                       WS-CALC-JAN-QTDE / WS-CALC-JAN-DIAS              ESTVOL
               COMPUTE WS-CALC-MEDIA-VALOR ROUNDED =                    ESTVOL
                       WS-CALC-JAN-VALOR / WS-CALC-JAN-DIAS             ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE WS-CALC-HOJE-QTDE      TO DET-QT-HOJE.                  ESTVOL
           MOVE WS-CALC-MEDIA-QTDE     TO DET-QT-MEDIA.                 ESTVOL
           MOVE WS-CALC-HOJE-VALOR     TO DET-VL-HOJE.                  ESTVOL
           MOVE WS-CALC-MEDIA-VALOR    TO DET-VL-MEDIA.                 ESTVOL
           MOVE WS-CALC-JAN-DIAS       TO DET-DIAS.                     ESTVOL
      *                                                                 ESTVOL
      *--- SEM MEDIA NAO HA DESVIO; SEM SOMA POSITIVA DE VALOR NA     * ESTVOL
      *--- JANELA NAO HA DESVIO DE VALOR.                             * ESTVOL
           IF WS-CALC-JAN-DIAS         EQUAL ZEROS                      ESTVOL
               MOVE SPACES             TO DET-PC-QTDE-G                 ESTVOL
                                          DET-PC-VALOR-G                ESTVOL
           ELSE                                                         ESTVOL
               MOVE WS-CALC-PC-QTDE    TO DET-PC-QTDE                   ESTVOL
               IF WS-CALC-VALOR-SIM                                     ESTVOL
                   MOVE WS-CALC-PC-VALOR TO DET-PC-VALOR                ESTVOL
               ELSE                                                     ESTVOL
                   MOVE SPACES         TO DET-PC-VALOR-G                ESTVOL
               END-IF                                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           MOVE WS-LIN-DETALHE         TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
      *--- O '%' DO GRUPO E REPOSTO PARA A PROXIMA LINHA.             * ESTVOL
           MOVE ZEROS                  TO DET-PC-QTDE                   ESTVOL
                                          DET-PC-VALOR.                 ESTVOL
           MOVE '%'                    TO DET-PC-QTDE-G(7:1)            ESTVOL
                                          DET-PC-VALOR-G(7:1).          ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-CT-SECAO.                  ESTVOL
      *                                                                 ESTVOL
       RTIMPRIMEDETALHEX.              EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE CABECALHO DE PAGINA                               *ESTVOL
      ******************************************************************ESTVOL
       RTCABECALHO                     SECTION.                         ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-CT-PAGINA.                 ESTVOL
      *                                                                 ESTVOL
           MOVE WS-MOV-DIA             TO CAB1-DIA.                     ESTVOL
           MOVE WS-MOV-MES             TO CAB1-MES.                     ESTVOL
           MOVE WS-MOV-ANO             TO CAB1-ANO.                     ESTVOL
           MOVE WS-CT-PAGINA           TO CAB1-PAG.                     ESTVOL
           MOVE WS-DATA-BR             TO CAB2-DATA.                    ESTVOL
           MOVE WS-HORA-BR             TO CAB2-HORA.                    ESTVOL
      *                                                                 ESTVOL
           SET WS-SALTO-PAGINA-SIM     TO TRUE.                         ESTVOL
           MOVE WS-LIN-CAB1            TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
           MOVE WS-LIN-CAB2            TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
           MOVE WS-PC-AVISO            TO PAR-AVISO.                    ESTVOL
           MOVE WS-PC-ALTO             TO PAR-ALTO.                     ESTVOL
           MOVE WS-JAN-DIAS            TO PAR-DIAS.                     ESTVOL
           MOVE WS-JAN-INICIO          TO PAR-INICIO.                   ESTVOL
           MOVE WS-JAN-FIM             TO PAR-FIM.                      ESTVOL
           MOVE WS-LIN-PARAMETROS      TO WS-LINHA.                     ESTVOL
           PERFORM RTESCREVE.                                           ESTVOL
      *                                                                 ESTVOL
           MOVE 3                      TO WS-CT-LINHAS.                 ESTVOL
      *                                                                 ESTVOL
       RTCABECALHOX.                   EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE ESCRITA NO RELATORIO                              *ESTVOL
      ******************************************************************ESTVOL
       RTESCREVE                       SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE WS-LINHA               TO FD-REG-RELATORIO.             ESTVOL
      *                                                                 ESTVOL
           IF WS-SALTO-PAGINA-SIM                                       ESTVOL
               WRITE FD-REG-RELATORIO  AFTER ADVANCING PAGE             ESTVOL
               SET WS-SALTO-PAGINA-NAO TO TRUE                          ESTVOL
           ELSE                                                         ESTVOL
               WRITE FD-REG-RELATORIO  AFTER ADVANCING 1 LINE           ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.914I - ERRO NA GRAVACAO' WS-MSG-SYS020  ESTVOL
               DISPLAY '#ESTVOL.914I - FILE STATUS = '   WS-FS-SYS020   ESTVOL
               MOVE 0052                TO WS-COD-RETORNO               ESTVOL
               PERFORM RTFECHA                                          ESTVOL
               PERFORM RTFINALIZA                                       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           ADD 1                       TO WS-CT-LINHAS.                 ESTVOL
      *                                                                 ESTVOL
       RTESCREVEX.                     EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *ESTVOL
      ******************************************************************ESTVOL
       RTFECHA                         SECTION.                         ESTVOL
      *                                                                 ESTVOL
           CLOSE EARQUIVO                                               ESTVOL
                 RELATORIO.                                             ESTVOL
      *                                                                 ESTVOL
           IF WS-FS-SYS010             NOT EQUAL ZEROS                  ESTVOL
            OR WS-FS-SYS020            NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.915I - ERRO NO FECHAMENTO DOS ARQUIVOS' ESTVOL
               DISPLAY '#ESTVOL.915I - FILE STATUS = ' WS-FS-SYS010     ESTVOL
                       ' ' WS-FS-SYS020                                 ESTVOL
               IF WS-COD-RETORNO       EQUAL ZEROS                      ESTVOL
                   MOVE 0056           TO WS-COD-RETORNO                ESTVOL
               END-IF                                                   ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTFECHAX.                       EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *ESTVOL
      ******************************************************************ESTVOL
       RTGRAVAHISTORICO                SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- LIDOS SAO OS DETALHES DO EARQUIVO, GRAVADOS AS LINHAS DA   * ESTVOL
      *--- ESTATISTICA DO DIA E REJEITADOS OS DETALHES ILEGIVEIS.     * ESTVOL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              ESTVOL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       ESTVOL
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                ESTVOL
                  WS-TIME-MAQ          DELIMITED BY SIZE                ESTVOL
                                       INTO WS-HIST-FIM.                ESTVOL
      *                                                                 ESTVOL
           MOVE WS-DATA-MOVIMENTO      TO WS-HIST-DATA.                 ESTVOL
           MOVE ZEROS                  TO WS-HIST-EMPRESA.              ESTVOL
           MOVE WS-CT-LIDOS            TO WS-HIST-LIDOS.                ESTVOL
           MOVE WS-CT-GRAVADOS         TO WS-HIST-GRAVADOS.             ESTVOL
           MOVE WS-CT-ILEGIVEIS        TO WS-HIST-REJEITADOS.           ESTVOL
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              ESTVOL
      *                                                                 ESTVOL
           EXEC SQL                                                     ESTVOL
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   ESTVOL
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            ESTVOL
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              ESTVOL
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            ESTVOL
                    COD_RETORNO_FINAL)                                  ESTVOL
               VALUES                                                   ESTVOL
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   ESTVOL
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    ESTVOL
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      ESTVOL
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  ESTVOL
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              ESTVOL
           END-EXEC.                                                    ESTVOL
      *                                                                 ESTVOL
           IF SQLCODE                  NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.916I - ERRO NA GRAVACAO DO HISTORICO'   ESTVOL
               DISPLAY '#ESTVOL.916I - SQLCODE = ' SQLCODE              ESTVOL
               IF WS-COD-RETORNO       EQUAL ZEROS                      ESTVOL
                   MOVE 0004           TO WS-COD-RETORNO                ESTVOL
               END-IF                                                   ESTVOL
           ELSE                                                         ESTVOL
               EXEC SQL                                                 ESTVOL
                   COMMIT                                               ESTVOL
               END-EXEC                                                 ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTGRAVAHISTORICOX.              EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE SOLICITACAO DE ABERTURA DE OCORRENCIA             *ESTVOL
      ******************************************************************ESTVOL
       RTGRAVAOCORRENCIA               SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- O SYS060 E REGRAVADO (TRUNCADO) EM TODA EXECUCAO, COMO NO  * ESTVOL
      *--- MODEL01: AS SOLICITACOES DE VOLUME (EMPRESA COM DESVIO ALTO* ESTVOL
      *--- OU AUSENTE) SAO GRAVADAS AO FIM DE CADA DIA (RTGRAVAOCORDIA)*ESTVOL
      *--- E AQUI, NO FIM DA EXECUCAO, A SOLICITACAO DE FALHA QUANDO O* ESTVOL
      *--- PROPRIO ESTATVOL TERMINA COM ERRO (RETORNO ACIMA DE 0008) -* ESTVOL
      *--- SEM NENHUMA DELAS O ARQUIVO FICA VAZIO.                    * ESTVOL
           PERFORM RTABREOCORRENCIA.                                    ESTVOL
      *                                                                 ESTVOL
           IF WS-ARQOCOR-ABERTO-NAO                                     ESTVOL
               GO TO RTGRAVAOCORRENCIAX                                 ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-COD-RETORNO           GREATER 0008                     ESTVOL
               INITIALIZE OCOR-REGISTRO                                 ESTVOL
               MOVE WS-HIST-PROGRAMA   TO OCOR-PROGRAMA                 ESTVOL
               MOVE WS-DATA-MOVIMENTO  TO OCOR-DATA-MOVTO               ESTVOL
               MOVE WS-COD-RETORNO     TO OCOR-COD-RETORNO              ESTVOL
               MOVE WS-CT-LIDOS        TO OCOR-QT-LIDOS                 ESTVOL
               MOVE WS-CT-GRAVADOS     TO OCOR-QT-GRAVADOS              ESTVOL
               MOVE WS-CT-ILEGIVEIS    TO OCOR-QT-REJEITADOS            ESTVOL
               MOVE ZEROS              TO OCOR-EMPRESA                  ESTVOL
               PERFORM RTESCREVEOCORRENCIA                              ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           CLOSE ARQOCOR.                                               ESTVOL
           SET WS-ARQOCOR-ABERTO-NAO   TO TRUE.                         ESTVOL
      *                                                                 ESTVOL
       RTGRAVAOCORRENCIAX.             EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE SOLICITACAO DAS OCORRENCIAS DE VOLUME DO DIA      *ESTVOL
      ******************************************************************ESTVOL
       RTGRAVAOCORDIA                  SECTION.                         ESTVOL
      *                                                                 ESTVOL
           PERFORM RTABREOCORRENCIA.                                    ESTVOL
      *                                                                 ESTVOL
           IF WS-ARQOCOR-ABERTO-NAO                                     ESTVOL
               GO TO RTGRAVAOCORDIAX                                    ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           PERFORM VARYING WS-SUB FROM 1 BY 1                           ESTVOL
                   UNTIL WS-SUB GREATER WS-CT-EMP                       ESTVOL
               IF WS-TB-EMP-CLASSE(WS-SUB) EQUAL 'L' OR 'U'             ESTVOL
                   PERFORM RTMONTAOCORVOLUME                            ESTVOL
                   PERFORM RTESCREVEOCORRENCIA                          ESTVOL
               END-IF                                                   ESTVOL
           END-PERFORM.                                                 ESTVOL
      *                                                                 ESTVOL
       RTGRAVAOCORDIAX.                EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE ABERTURA DO ARQUIVO DE SOLICITACOES (SYS060)      *ESTVOL
      ******************************************************************ESTVOL
       RTABREOCORRENCIA                SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- ABERTO UMA SO VEZ POR EXECUCAO, NA PRIMEIRA SOLICITACAO OU * ESTVOL
      *--- NO FIM DA EXECUCAO, E FECHADO EM RTGRAVAOCORRENCIA.        * ESTVOL
           IF WS-ARQOCOR-ABERTO-SIM                                     ESTVOL
               GO TO RTABREOCORRENCIAX                                  ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           OPEN OUTPUT ARQOCOR.                                         ESTVOL
      *                                                                 ESTVOL
           IF WS-FS-SYS060             NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.917I - ERRO NA ABERTURA' WS-MSG-SYS060  ESTVOL
               DISPLAY '#ESTVOL.917I - FILE STATUS = '   WS-FS-SYS060   ESTVOL
               GO TO RTABREOCORRENCIAX                                  ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           SET WS-ARQOCOR-ABERTO-SIM   TO TRUE.                         ESTVOL
      *                                                                 ESTVOL
       RTABREOCORRENCIAX.              EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE MONTAGEM DA SOLICITACAO DE VOLUME DE UMA EMPRESA  *ESTVOL
      ******************************************************************ESTVOL
       RTMONTAOCORVOLUME               SECTION.                         ESTVOL
      *                                                                 ESTVOL
      *--- LIDOS = QUANTIDADE DO DIA, GRAVADOS = MEDIA DA JANELA E    * ESTVOL
      *--- REJEITADOS = DIAS DA MEDIA (VIDE COPY OCORRENC).           * ESTVOL
           INITIALIZE OCOR-REGISTRO.                                    ESTVOL
           SET OCOR-TIPO-VOLUME        TO TRUE.                         ESTVOL
           MOVE WS-HIST-PROGRAMA       TO OCOR-PROGRAMA.                ESTVOL
           MOVE WS-DATA-MOVIMENTO      TO OCOR-DATA-MOVTO.              ESTVOL
           MOVE WS-COD-RETORNO         TO OCOR-COD-RETORNO.             ESTVOL
           MOVE WS-TB-EMP-EMPRESA(WS-SUB) TO OCOR-EMPRESA.              ESTVOL
      *                                                                 ESTVOL
           MOVE WS-TB-EMP-HOJE-QTDE(WS-SUB) TO OCOR-QT-LIDOS.           ESTVOL
           MOVE ZEROS                  TO WS-CALC-MEDIA-QTDE.           ESTVOL
           IF WS-TB-EMP-JAN-DIAS(WS-SUB) GREATER ZEROS                  ESTVOL
               COMPUTE WS-CALC-MEDIA-QTDE ROUNDED =                     ESTVOL
                       WS-TB-EMP-JAN-QTDE(WS-SUB)                       ESTVOL
                       / WS-TB-EMP-JAN-DIAS(WS-SUB)                     ESTVOL
           END-IF.                                                      ESTVOL
           MOVE WS-CALC-MEDIA-QTDE     TO OCOR-QT-GRAVADOS.             ESTVOL
           MOVE WS-TB-EMP-JAN-DIAS(WS-SUB) TO OCOR-QT-REJEITADOS.       ESTVOL
      *                                                                 ESTVOL
           IF WS-TB-EMP-CLASSE(WS-SUB) EQUAL 'U'                        ESTVOL
               SET OCOR-ANOMALIA-AUSENTE TO TRUE                        ESTVOL
           ELSE                                                         ESTVOL
               SET OCOR-ANOMALIA-DESVIO  TO TRUE                        ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
      *--- O PERCENTUAL DA SOLICITACAO E O DE QUANTIDADE, SALVO        *ESTVOL
      *--- QUANDO SO O VALOR ESTOUROU O LIMITE.                       * ESTVOL
           MOVE WS-TB-EMP-PC-QTDE(WS-SUB) TO WS-CALC-PC-QTDE.           ESTVOL
           IF WS-CALC-PC-QTDE          LESS ZEROS                       ESTVOL
               COMPUTE WS-CALC-ABS-QTDE = WS-CALC-PC-QTDE * -1          ESTVOL
           ELSE                                                         ESTVOL
               MOVE WS-CALC-PC-QTDE    TO WS-CALC-ABS-QTDE              ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-ABS-QTDE         NOT GREATER WS-PC-ALTO           ESTVOL
            AND WS-TB-EMP-IND-VALOR(WS-SUB) EQUAL 'S'                   ESTVOL
               MOVE WS-TB-EMP-PC-VALOR(WS-SUB) TO WS-CALC-PC-QTDE       ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
           IF WS-CALC-PC-QTDE          LESS ZEROS                       ESTVOL
               MOVE '-'                TO OCOR-SINAL-DESVIO             ESTVOL
               COMPUTE OCOR-PC-DESVIO = WS-CALC-PC-QTDE * -1            ESTVOL
           ELSE                                                         ESTVOL
               MOVE '+'                TO OCOR-SINAL-DESVIO             ESTVOL
               MOVE WS-CALC-PC-QTDE    TO OCOR-PC-DESVIO                ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTMONTAOCORVOLUMEX.             EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE GRAVACAO DE UMA SOLICITACAO NO SYS060             *ESTVOL
      ******************************************************************ESTVOL
       RTESCREVEOCORRENCIA             SECTION.                         ESTVOL
      *                                                                 ESTVOL
           MOVE OCOR-REGISTRO          TO FD-REG-ARQOCOR.               ESTVOL
      *                                                                 ESTVOL
           WRITE FD-REG-ARQOCOR.                                        ESTVOL
      *                                                                 ESTVOL
           IF WS-FS-SYS060             NOT EQUAL ZEROS                  ESTVOL
               DISPLAY '#ESTVOL.917I - ERRO NA GRAVACAO' WS-MSG-SYS060  ESTVOL
               DISPLAY '#ESTVOL.917I - FILE STATUS = '   WS-FS-SYS060   ESTVOL
           ELSE                                                         ESTVOL
               DISPLAY '#ESTVOL.918I - OCORRENCIA SOLICITADA - EMPRESA 'ESTVOL
                       OCOR-EMPRESA                                     ESTVOL
           END-IF.                                                      ESTVOL
      *                                                                 ESTVOL
       RTESCREVEOCORRENCIAX.           EXIT.                            ESTVOL
      *                                                                 ESTVOL
      ******************************************************************ESTVOL
      *    ROTINA DE FINALIZACAO                                       *ESTVOL
      ******************************************************************ESTVOL
       RTFINALIZA                      SECTION.                         ESTVOL
      *                                                                 ESTVOL
           DISPLAY '*************************************************'. ESTVOL
           MOVE '#ESTVOL.999I - FIM DO PROCESSAMENTO' TO WS-MENSAGEM.   ESTVOL
      *                                                                 ESTVOL
           ACCEPT WS-DATA-MAQ          FROM DATE.                       ESTVOL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       ESTVOL
      *                                                                 ESTVOL
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   ESTVOL
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   ESTVOL
      *                                                                 ESTVOL
           DISPLAY WS-MENSAGEM.                                         ESTVOL
           DISPLAY WS-DATA-DISPLAY.                                     ESTVOL
           DISPLAY '*************************************************'. ESTVOL
      *                                                                 ESTVOL
           DISPLAY '------------------------------------------------'.  ESTVOL
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. ESTVOL
           DISPLAY '------------------------------------------------'.  ESTVOL
           DISPLAY '  DATA DE MOVIMENTO (TRAILER) : '                   ESTVOL
                   WS-DATA-MOVIMENTO.                                   ESTVOL
           DISPLAY '  DIAS DE MOVIMENTO (TRAILERS): ' WS-CT-TRAILERS.   ESTVOL
           DISPLAY '  DETALHES LIDOS     (SYS010) : ' WS-CT-LIDOS.      ESTVOL
           DISPLAY '  DETALHES ILEGIVEIS          : ' WS-CT-ILEGIVEIS.  ESTVOL
           DISPLAY '  LINHAS GRAVADAS (ESTATIST.) : ' WS-CT-GRAVADOS.   ESTVOL
           DISPLAY '  LINHAS SUBSTITUIDAS         : '                   ESTVOL
                   WS-CT-SUBSTITUIDOS.                                  ESTVOL
           DISPLAY '  DIAS NA MEDIA               : ' WS-JAN-DIAS.      ESTVOL
           DISPLAY '  DESVIOS POR EMPRESA         : '                   ESTVOL
                   WS-CT-DESVIOS-EMP.                                   ESTVOL
           DISPLAY '  DESVIOS POR EMPR/TRANSACAO  : '                   ESTVOL
                   WS-CT-DESVIOS-CMB.                                   ESTVOL
           DISPLAY '  EMPRESAS AUSENTES           : ' WS-CT-AUSENTES.   ESTVOL
           DISPLAY '  EMPRESAS SEM MEDIA          : ' WS-CT-NOVAS.      ESTVOL
           DISPLAY '  OCORRENCIAS SOLICITADAS     : '                   ESTVOL
                   WS-CT-OCORRENCIAS.                                   ESTVOL
           DISPLAY '------------------------------------------------'.  ESTVOL
      *                                                                 ESTVOL
           PERFORM RTGRAVAHISTORICO.                                    ESTVOL
      *                                                                 ESTVOL
           PERFORM RTGRAVAOCORRENCIA.                                   ESTVOL
      *                                                                 ESTVOL
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  ESTVOL
      *                                                                 ESTVOL
           STOP RUN.                                                    ESTVOL
      *                                                                 ESTVOL
       RTFINALIZAX.                    EXIT.                            ESTVOL
      ******************************************************************ESTVOL
      *    FIM DO PROGRAMA                                             *ESTVOL
      ******************************************************************ESTVOL
