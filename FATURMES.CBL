      ******************************************************************FATMES
       IDENTIFICATION                  DIVISION.                        FATMES
      ******************************************************************FATMES
       PROGRAM-ID. FATURMES.                                            FATMES
       AUTHOR.       FABRICA DE SOFTWARE.                               FATMES
       DATE-WRITTEN. 15 OUT 2026.                                       FATMES
       DATE-COMPILED.                                                   FATMES
      ******************************************************************FATMES
      *REMARKS.                                                         FATMES
      *     *----------------------------------------------------------*FATMES
      *     *#NOME     : FATURMES                                       FATMES
      *     *----------------------------------------------------------*FATMES
      *     *#TIPO     : BATCH                                          FATMES
      *     *----------------------------------------------------------*FATMES
      *     *#ANALISTA : FABRICA DE SOFTWARE                            FATMES
      *     *----------------------------------------------------------*FATMES
      *     *#FUNCAO   : FATURAMENTO MENSAL DAS EMPRESAS POR TRANSACAO  FATMES
      *     *            PROCESSADA. LE EM SYS010 A MESMA CONCATENACAO  FATMES
      *     *            DAS GERACOES DO MES DO SARQUIVO QUE O MODEL03  FATMES
      *     *            CONSOLIDA E EM SYS011 A CONCATENACAO DOS       FATMES
      *     *            ARQUIVOS DE RETORNO DAS EMPRESAS DO MES (VIDE  FATMES
      *     *            COPY ARQUIVOR). COBRA CADA DETALHE LANCADO NO  FATMES
      *     *            MES, MENOS OS RECUSADOS PELA EMPRESA NO        FATMES
      *     *            RETORNO (ARQR-RECUSADO), PELA TARIFA DA        FATMES
      *     *            EMPRESA/TRANSACAO VIGENTE NO ULTIMO DIA DO MES FATMES
      *     *            (AUDITORIA.TB_TARIFA - TELA MANTTARI), COM AS  FATMES
      *     *            FAIXAS DE VOLUME ESCALONADAS: CADA FAIXA COBRA FATMES
      *     *            SO A QUANTIDADE QUE CAI DENTRO DELA. A EMPRESA FATMES
      *     *            0000 NA TARIFA E O PRECO PADRAO DA TRANSACAO   FATMES
      *     *            PARA QUEM NAO TEM TARIFA PROPRIA. REJEITADOS E FATMES
      *     *            DUPLICADOS SUPRIMIDOS NUNCA CHEGAM AO SARQUIVO FATMES
      *     *            E NAO SAO COBRADOS; AJUSTES MANUAIS (ORIGEM J) FATMES
      *     *            E EXCLUSOES DO MODO DELTA TAMBEM NAO. PRODUZ O FATMES
      *     *            RELATORIO DE DETALHE DA FATURA POR EMPRESA     FATMES
      *     *            (SYS020) E O ARQUIVO DO CONTAS A RECEBER       FATMES
      *     *            (SYS030 - VIDE COPY ARQFATUR), CUJO TRAILER    FATMES
      *     *            BATE COM O TOTAL GERAL DO MODEL03 DO MES.      FATMES
      *     *----------------------------------------------------------*FATMES
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *FATMES
      *     *              - VERSAO INICIAL.                           *FATMES
      *     *----------------------------------------------------------*FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       ENVIRONMENT                     DIVISION.                        FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       CONFIGURATION                   SECTION.                         FATMES
      ******************************************************************FATMES
       SPECIAL-NAMES.                                                   FATMES
           DECIMAL-POINT               IS COMMA.                        FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       INPUT-OUTPUT                    SECTION.                         FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
       FILE-CONTROL.                                                    FATMES
           SELECT SARQUIVO ASSIGN      TO SYS010                        FATMES
                  FILE     STATUS      IS WS-FS-SYS010.                 FATMES
      *                                                                 FATMES
           SELECT RETORNO  ASSIGN      TO SYS011                        FATMES
                  FILE     STATUS      IS WS-FS-SYS011.                 FATMES
      *                                                                 FATMES
           SELECT RELATORIO ASSIGN     TO SYS020                        FATMES
                  FILE     STATUS      IS WS-FS-SYS020.                 FATMES
      *                                                                 FATMES
           SELECT FATURA   ASSIGN      TO SYS030                        FATMES
                  FILE     STATUS      IS WS-FS-SYS030.                 FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       DATA                            DIVISION.                        FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       FILE                            SECTION.                         FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      *--- CONCATENACAO DAS GERACOES DO MES DO SARQUIVO (A MESMA DO   * FATMES
      *--- MODEL03J): CADA GERACAO TERMINA COM O SEU TRAILER DE       * FATMES
      *--- TOTAIS, QUE AQUI DELIMITA UM DIA DE MOVIMENTO.             * FATMES
       FD  SARQUIVO                                                     FATMES
           RECORDING MODE              IS F                             FATMES
           LABEL     RECORD            IS STANDARD                      FATMES
           BLOCK     CONTAINS          0  RECORDS.                      FATMES
       01  FD-REG-SARQUIVO.                                             FATMES
           03  FILLER              PIC     X(200).                      FATMES
      *                                                                 FATMES
      *--- CONCATENACAO DOS RETORNOS DAS EMPRESAS DO MES (RETORNO.    * FATMES
      *--- EMPN - VIDE ARQUIVOR): CADA GERACAO TERMINA COM O TRAILER  * FATMES
      *--- QUE DIZ A DATA DE PROCESSO A QUE O RETORNO RESPONDE.       * FATMES
       FD  RETORNO                                                      FATMES
           RECORDING MODE              IS F                             FATMES
           LABEL     RECORD            IS STANDARD                      FATMES
           BLOCK     CONTAINS          0  RECORDS.                      FATMES
       01  FD-REG-RETORNO.                                              FATMES
           03  FILLER              PIC     X(200).                      FATMES
      *                                                                 FATMES
       FD  RELATORIO                                                    FATMES
           RECORDING MODE              IS F                             FATMES
           LABEL     RECORD            IS STANDARD                      FATMES
           BLOCK     CONTAINS          0  RECORDS.                      FATMES
       01  FD-REG-RELATORIO.                                            FATMES
           03  FILLER              PIC     X(132).                      FATMES
      *                                                                 FATMES
      *--- ARQUIVO DE FATURAMENTO PARA O CONTAS A RECEBER (FATURA.GDG * FATMES
      *--- - VIDE COPY ARQFATUR).                                     * FATMES
       FD  FATURA                                                       FATMES
           RECORDING MODE              IS F                             FATMES
           LABEL     RECORD            IS STANDARD                      FATMES
           BLOCK     CONTAINS          0  RECORDS.                      FATMES
       01  FD-REG-FATURA.                                               FATMES
           03  FILLER              PIC     X(200).                      FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       WORKING-STORAGE                 SECTION.                         FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       77  FILLER                  PIC     X(32)         VALUE          FATMES
           'III WORKING-STORAGE SECTION III'.                           FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE FILE STATUS                                         *FATMES
      ******************************************************************FATMES
       01  WS-FS-SYS010            PIC     X(02)         VALUE SPACES.  FATMES
       01  WS-FS-SYS011            PIC     X(02)         VALUE SPACES.  FATMES
       01  WS-FS-SYS020            PIC     X(02)         VALUE SPACES.  FATMES
       01  WS-FS-SYS030            PIC     X(02)         VALUE SPACES.  FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE CONTADORES                                          *FATMES
      ******************************************************************FATMES
      *--- PROVA DO MES: LIDOS = FORA DA APURACAO + NAO FATURAVEIS +  * FATMES
      *--- RECUSADOS + FATURADOS (VIDE COPY ARQFATUR).                * FATMES
       01  WS-CT-LIDOS             PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-VLR-LIDO             PIC    S9(15)V99      VALUE ZEROS    FATMES
                                                         COMP-3.        FATMES
       01  WS-CT-FORA-APURACAO     PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-NAO-FATURAVEIS    PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-RECUSADOS         PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-FATURADOS         PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-VLR-FATURADO         PIC     9(15)V99      VALUE ZEROS    FATMES
                                                         COMP-3.        FATMES
       01  WS-CT-SEM-TARIFA        PIC     9(09)         VALUE ZEROS.   FATMES
      *                                                                 FATMES
       01  WS-CT-GERACOES          PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-CT-GER-FORA-MES      PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-CT-SUPRIMIDOS        PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-RETORNOS-LIDOS    PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-RECUSAS-LIDAS     PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-RECUSAS-FORA-MES  PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-RECUSAS-SEM-ENVIO PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-CT-COMBOS-SEM-TARIFA PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-CT-DETALHES-FATURA   PIC     9(08)         VALUE ZEROS.   FATMES
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.   FATMES
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.   FATMES
      *                                                                 FATMES
       01  WS-FIM-SARQUIVO         PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-FIM-SARQUIVO-SIM                       VALUE 'S'.     FATMES
       01  WS-FIM-RETORNO          PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-FIM-RETORNO-SIM                        VALUE 'S'.     FATMES
      *                                                                 FATMES
       01  WS-COD-RETORNO          PIC     9(04)         VALUE ZEROS.   FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DO MES DE REFERENCIA                                   *FATMES
      ******************************************************************FATMES
       01  WS-MES-REFERENCIA       PIC     9(06)         VALUE ZEROS.   FATMES
       01  WS-MES-REFERENCIA-R REDEFINES WS-MES-REFERENCIA.             FATMES
           03  WS-REF-ANO          PIC     9(04).                       FATMES
           03  WS-REF-MES          PIC     9(02).                       FATMES
       01  WS-ULTIMO-DIA           PIC     9(02)         VALUE ZEROS.   FATMES
       01  WS-DIAS-MES-TAB         PIC     X(24)         VALUE          FATMES
           '312831303130313130313031'.                                  FATMES
       01  FILLER REDEFINES WS-DIAS-MES-TAB.                            FATMES
           03  WS-DIAS-MES         PIC     9(02)         OCCURS 12.     FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DA GERACAO CORRENTE DO SARQUIVO                        *FATMES
      ******************************************************************FATMES
      *--- O DETALHE DE UMA GERACAO SO ENTRA NO MES QUANDO O TRAILER  * FATMES
      *--- CONFIRMA A DATA DE PROCESSO DENTRO DO MES DE REFERENCIA:   * FATMES
      *--- ATE LA ELE FICA ACUMULADO NESTA TABELA, SEM ORDEM.         * FATMES
       01  WS-GER-QT-LIDA          PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-GER-QT-NAO-FAT       PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-QT-GER-MAX           PIC     9(03)         VALUE 500.     FATMES
       01  WS-CT-GER-COMBOS        PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-TAB-GERACAO.                                              FATMES
           03  WS-TB-GER           OCCURS  500.                         FATMES
               05  WS-TB-GER-CHAVE.                                     FATMES
                   07  WS-TB-GER-EMPRESA   PIC 9(04).                   FATMES
                   07  WS-TB-GER-TRANSACAO PIC X(04).                   FATMES
               05  WS-TB-GER-QTDE      PIC 9(09).                       FATMES
               05  WS-TB-GER-VALOR     PIC S9(15)V99 COMP-3.            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DA GERACAO CORRENTE DO RETORNO                         *FATMES
      ******************************************************************FATMES
      *--- RECUSAS DE UMA GERACAO DO RETORNO, ATE O TRAILER DIZER A   * FATMES
      *--- QUE DATA DE PROCESSO ELAS RESPONDEM.                       * FATMES
       01  WS-RTG-QT-RECUSAS       PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-RTG-QT-LIDA          PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-QT-RTG-MAX           PIC     9(03)         VALUE 200.     FATMES
       01  WS-CT-RTG-COMBOS        PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-TAB-RETGER.                                               FATMES
           03  WS-TB-RTG           OCCURS  200.                         FATMES
               05  WS-TB-RTG-CHAVE.                                     FATMES
                   07  WS-TB-RTG-EMPRESA   PIC 9(04).                   FATMES
                   07  WS-TB-RTG-TRANSACAO PIC X(04).                   FATMES
               05  WS-TB-RTG-QTDE      PIC 9(09).                       FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE ACUMULACAO DO MES POR EMPRESA/TRANSACAO             *FATMES
      ******************************************************************FATMES
      *--- MESMA MECANICA DA TABELA DE RESUMO DO MODEL03: ORDENADA    * FATMES
      *--- POR EMPRESA/TRANSACAO JA NA INSERCAO, PARA IMPRIMIR A      * FATMES
      *--- FATURA COM SUBTOTAIS SEM CLASSIFICACAO.                    * FATMES
       01  WS-QT-COMBOS-MAX        PIC     9(03)         VALUE 500.     FATMES
       01  WS-CT-COMBOS            PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-SUB2                 PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-POS                  PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-ACHOU                PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-ACHOU-SIM                              VALUE 'S'.     FATMES
           88  WS-ACHOU-NAO                              VALUE 'N'.     FATMES
       01  WS-CHAVE-NOVA.                                               FATMES
           03  WS-CHV-EMPRESA      PIC     9(04).                       FATMES
           03  WS-CHV-TRANSACAO    PIC     X(04).                       FATMES
       01  WS-TAB-MES.                                                  FATMES
           03  WS-TB-MES           OCCURS  500.                         FATMES
               05  WS-TB-MES-CHAVE.                                     FATMES
                   07  WS-TB-MES-EMPRESA   PIC 9(04).                   FATMES
                   07  WS-TB-MES-TRANSACAO PIC X(04).                   FATMES
               05  WS-TB-MES-PROCESSADOS PIC 9(09).                     FATMES
               05  WS-TB-MES-VALOR       PIC S9(15)V99 COMP-3.          FATMES
               05  WS-TB-MES-RECUSADOS   PIC 9(09).                     FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DA TABELA DE TARIFAS                                   *FATMES
      ******************************************************************FATMES
      *--- TARIFAS VIGENTES NO ULTIMO DIA DO MES (AUDITORIA.          * FATMES
      *--- TB_TARIFA), ORDENADAS POR EMPRESA, TRANSACAO E INICIO DA   * FATMES
      *--- FAIXA. SE HOUVER MAIS DE UMA VIGENCIA ABERTA PARA A MESMA  * FATMES
      *--- EMPRESA/TRANSACAO, SO A DE INICIO MAIS RECENTE E CARREGADA.* FATMES
       01  WS-QT-TARIFAS-MAX       PIC     9(04)         VALUE 2000.    FATMES
       01  WS-QT-TARIFAS           PIC     9(04)         VALUE ZEROS.   FATMES
       01  WS-TAR-SUB              PIC     9(04)         VALUE ZEROS.   FATMES
       01  WS-TAR-PRIMEIRA         PIC     9(04)         VALUE ZEROS.   FATMES
       01  WS-TAB-TARIFAS.                                              FATMES
           03  WS-TB-TAR           OCCURS  2000.                        FATMES
               05  WS-TB-TAR-CHAVE.                                     FATMES
                   07  WS-TB-TAR-EMPRESA   PIC 9(04).                   FATMES
                   07  WS-TB-TAR-TRANSACAO PIC X(04).                   FATMES
               05  WS-TB-TAR-INICIO    PIC X(08).                       FATMES
               05  WS-TB-TAR-FAIXA     PIC 9(09).                       FATMES
               05  WS-TB-TAR-VALOR     PIC 9(05)V9(04) COMP-3.          FATMES
      *                                                                 FATMES
       01  WS-TAR-CHAVE-BUSCA.                                          FATMES
           03  WS-TAR-BUSCA-EMPRESA PIC    9(04).                       FATMES
           03  WS-TAR-BUSCA-TRANSACAO PIC  X(04).                       FATMES
       01  WS-TAR-ULTIMA-CHAVE     PIC     X(08)         VALUE SPACES.  FATMES
       01  WS-TAR-ULTIMO-INICIO    PIC     X(08)         VALUE SPACES.  FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE VALORIZACAO POR FAIXA                               *FATMES
      ******************************************************************FATMES
       01  WS-FX-FATURADOS         PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-FX-INICIO            PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-FX-FIM               PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-FX-QTDE              PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-FX-VALOR             PIC     9(13)V99      VALUE ZEROS    FATMES
                                                         COMP-3.        FATMES
       01  WS-FX-VALOR-COMBO       PIC     9(13)V99      VALUE ZEROS    FATMES
                                                         COMP-3.        FATMES
       01  WS-FIM-FAIXAS           PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-FIM-FAIXAS-SIM                         VALUE 'S'.     FATMES
           88  WS-FIM-FAIXAS-NAO                         VALUE 'N'.     FATMES
       01  WS-SEM-TARIFA           PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-SEM-TARIFA-SIM                         VALUE 'S'.     FATMES
           88  WS-SEM-TARIFA-NAO                         VALUE 'N'.     FATMES
       01  WS-PRIMEIRA-LINHA       PIC     X(01)         VALUE 'S'.     FATMES
           88  WS-PRIMEIRA-LINHA-SIM                     VALUE 'S'.     FATMES
           88  WS-PRIMEIRA-LINHA-NAO                     VALUE 'N'.     FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DO CADASTRO DE EMPRESAS                                *FATMES
      ******************************************************************FATMES
      *--- CODIGO E NOME VEM DA TABELA AUDITORIA.TB_EMPRESA, EM       * FATMES
      *--- QUALQUER SITUACAO (O MES PODE CONTER EMPRESA ENCERRADA     * FATMES
      *--- NO MEIO DO PERIODO).                                       * FATMES
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   FATMES
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     FATMES
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     FATMES
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     FATMES
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   FATMES
       01  WS-TAB-CADASTRO.                                             FATMES
           03  WS-TB-CAD           OCCURS  1 TO 500                     FATMES
                                   DEPENDING ON WS-QT-CADASTRO          FATMES
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   FATMES
                                   INDEXED BY I01-CAD.                  FATMES
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      FATMES
               05  WS-TB-CAD-NOME       PIC X(30).                      FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE TOTALIZACAO                                         *FATMES
      ******************************************************************FATMES
       01  WS-EMPRESA-ANT          PIC     9(04)         VALUE ZEROS.   FATMES
       01  WS-TOT-EMP-PROCESSADOS  PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-TOT-EMP-RECUSADOS    PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-TOT-EMP-FATURADOS    PIC     9(09)         VALUE ZEROS.   FATMES
       01  WS-TOT-EMP-VALOR        PIC     9(15)V99      VALUE ZEROS    FATMES
                                                         COMP-3.        FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE AUXILIARES                                          *FATMES
      ******************************************************************FATMES
       01  WS-MSG-SYS010           PIC     X(18)         VALUE          FATMES
           ' DO ARQUIVO SYS010'.                                        FATMES
       01  WS-MSG-SYS011           PIC     X(18)         VALUE          FATMES
           ' DO ARQUIVO SYS011'.                                        FATMES
       01  WS-MSG-SYS020           PIC     X(18)         VALUE          FATMES
           ' DO ARQUIVO SYS020'.                                        FATMES
       01  WS-MSG-SYS030           PIC     X(18)         VALUE          FATMES
           ' DO ARQUIVO SYS030'.                                        FATMES
      *                                                                 FATMES
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  FATMES
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  FATMES
       01  WS-DATA-GERACAO         PIC     9(08)         VALUE ZEROS.   FATMES
      *                                                                 FATMES
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  FATMES
       01  WS-DATA-DISPLAY.                                             FATMES
           03  WS-DATA-BR.                                              FATMES
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  FATMES
               05  FILLER          PIC     X             VALUE '/'.     FATMES
               05  WS-MES          PIC     X(02)         VALUE SPACES.  FATMES
               05  FILLER          PIC     X             VALUE '/'.     FATMES
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  FATMES
               05  FILLER          PIC     X             VALUE ' '.     FATMES
           03  WS-HORA-BR.                                              FATMES
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   FATMES
               05  FILLER          PIC     X             VALUE ':'.     FATMES
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   FATMES
               05  FILLER          PIC     X             VALUE ':'.     FATMES
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE LINHAS DO RELATORIO                                 *FATMES
      ******************************************************************FATMES
       01  WS-SALTO-PAGINA         PIC     X(01)         VALUE 'N'.     FATMES
           88  WS-SALTO-PAGINA-SIM                       VALUE 'S'.     FATMES
           88  WS-SALTO-PAGINA-NAO                       VALUE 'N'.     FATMES
      *                                                                 FATMES
       01  WS-LINHA                PIC     X(132)        VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-CAB1.                                                 FATMES
           03  FILLER              PIC     X(49)         VALUE          FATMES
           'FATURMES - FATURAMENTO MENSAL POR EMPRESA        '.         FATMES
           03  FILLER              PIC     X(17)         VALUE          FATMES
           'MES REFERENCIA : '.                                         FATMES
           03  CAB1-MES            PIC     9(02).                       FATMES
           03  FILLER              PIC     X(01)         VALUE '/'.     FATMES
           03  CAB1-ANO            PIC     9(04).                       FATMES
           03  FILLER              PIC     X(06)         VALUE          FATMES
           '  PAG '.                                                    FATMES
           03  CAB1-PAG            PIC     ZZZZ9.                       FATMES
           03  FILLER              PIC     X(48)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-CAB2.                                                 FATMES
           03  FILLER              PIC     X(12)         VALUE          FATMES
           'EMITIDO EM: '.                                              FATMES
           03  CAB2-DATA           PIC     X(10).                       FATMES
           03  FILLER              PIC     X(01)         VALUE SPACES.  FATMES
           03  CAB2-HORA           PIC     X(08).                       FATMES
           03  FILLER              PIC     X(101)        VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-SECAO.                                                FATMES
           03  SEC-TITULO          PIC     X(60)         VALUE SPACES.  FATMES
           03  FILLER              PIC     X(72)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-EMPRESA.                                              FATMES
           03  FILLER              PIC     X(01)         VALUE SPACES.  FATMES
           03  FILLER              PIC     X(08)         VALUE          FATMES
           'EMPRESA '.                                                  FATMES
           03  EMP-CODIGO          PIC     9(04).                       FATMES
           03  FILLER              PIC     X(03)         VALUE ' - '.   FATMES
           03  EMP-NOME            PIC     X(30).                       FATMES
           03  FILLER              PIC     X(86)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-CABFAT.                                               FATMES
           03  FILLER              PIC     X(04)         VALUE SPACES.  FATMES
           03  FILLER              PIC     X(06)         VALUE          FATMES
           'TRAN  '.                                                    FATMES
           03  FILLER              PIC     X(13)         VALUE          FATMES
           ' PROCESSADOS '.                                             FATMES
           03  FILLER              PIC     X(13)         VALUE          FATMES
           '   RECUSADOS '.                                             FATMES
           03  FILLER              PIC     X(14)         VALUE          FATMES
           '   FATURADOS  '.                                            FATMES
           03  FILLER              PIC     X(14)         VALUE          FATMES
           'FAIXA A PARTIR'.                                            FATMES
           03  FILLER              PIC     X(14)         VALUE          FATMES
           '  QT NA FAIXA '.                                            FATMES
           03  FILLER              PIC     X(14)         VALUE          FATMES
           '  TARIFA UNIT.'.                                            FATMES
           03  FILLER              PIC     X(21)         VALUE          FATMES
           '      VALOR DA FAIXA '.                                     FATMES
           03  FILLER              PIC     X(19)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-FAIXA.                                                FATMES
           03  FILLER              PIC     X(04)         VALUE SPACES.  FATMES
           03  FXA-COMBO.                                               FATMES
               05  FXA-TRANSACAO   PIC     X(04).                       FATMES
               05  FILLER          PIC     X(02)         VALUE SPACES.  FATMES
               05  FXA-PROCESSADOS PIC     ZZZ.ZZZ.ZZ9.                 FATMES
               05  FILLER          PIC     X(02)         VALUE SPACES.  FATMES
               05  FXA-RECUSADOS   PIC     ZZZ.ZZZ.ZZ9.                 FATMES
               05  FILLER          PIC     X(02)         VALUE SPACES.  FATMES
               05  FXA-FATURADOS   PIC     ZZZ.ZZZ.ZZ9.                 FATMES
           03  FILLER              PIC     X(03)         VALUE SPACES.  FATMES
           03  FXA-FAIXA.                                               FATMES
               05  FXA-INICIO      PIC     ZZZ.ZZZ.ZZ9.                 FATMES
               05  FILLER          PIC     X(03)         VALUE SPACES.  FATMES
               05  FXA-QTDE        PIC     ZZZ.ZZZ.ZZ9.                 FATMES
               05  FILLER          PIC     X(03)         VALUE SPACES.  FATMES
               05  FXA-TARIFA      PIC     ZZ.ZZ9,9999.                 FATMES
               05  FILLER          PIC     X(03)         VALUE SPACES.  FATMES
               05  FXA-VALOR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.          FATMES
           03  FILLER              PIC     X(02)         VALUE SPACES.  FATMES
           03  FXA-OBSERVACAO      PIC     X(20)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-SUBTOTAL.                                             FATMES
           03  FILLER              PIC     X(01)         VALUE SPACES.  FATMES
           03  FILLER              PIC     X(09)         VALUE          FATMES
           'TOTAL    '.                                                 FATMES
           03  SUB-PROCESSADOS     PIC     ZZZ.ZZZ.ZZ9.                 FATMES
           03  FILLER              PIC     X(02)         VALUE SPACES.  FATMES
           03  SUB-RECUSADOS       PIC     ZZZ.ZZZ.ZZ9.                 FATMES
           03  FILLER              PIC     X(02)         VALUE SPACES.  FATMES
           03  SUB-FATURADOS       PIC     ZZZ.ZZZ.ZZ9.                 FATMES
           03  FILLER              PIC     X(47)         VALUE          FATMES
           '   VALOR A COBRAR DA EMPRESA ..................'.           FATMES
           03  SUB-VALOR           PIC     ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.      FATMES
           03  FILLER              PIC     X(16)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-LIN-TOTAL.                                                FATMES
           03  FILLER              PIC     X(02)         VALUE SPACES.  FATMES
           03  TOT-TEXTO           PIC     X(56)         VALUE SPACES.  FATMES
           03  TOT-QTDE            PIC     ZZZ.ZZZ.ZZ9.                 FATMES
           03  FILLER              PIC     X(02)         VALUE SPACES.  FATMES
           03  TOT-VALOR-G.                                             FATMES
               05  TOT-VALOR       PIC  -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.        FATMES
           03  FILLER              PIC     X(38)         VALUE SPACES.  FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE DB2                                                 *FATMES
      ******************************************************************FATMES
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    FATMES
                                                         COMP.          FATMES
       01  WS-EMP-NOME             PIC     X(30)         VALUE SPACES.  FATMES
      *                                                                 FATMES
       01  WS-TAR-FIM-MES          PIC     X(08)         VALUE SPACES.  FATMES
       01  WS-TAR-EMPRESA          PIC    S9(04)         VALUE ZEROS    FATMES
                                                         COMP.          FATMES
       01  WS-TAR-TRANSACAO        PIC     X(04)         VALUE SPACES.  FATMES
       01  WS-TAR-INICIO           PIC     X(08)         VALUE SPACES.  FATMES
       01  WS-TAR-FAIXA            PIC    S9(09)         VALUE ZEROS    FATMES
                                                         COMP.          FATMES
       01  WS-TAR-VALOR            PIC    S9(05)V9(04)   VALUE ZEROS    FATMES
                                                         COMP-3.        FATMES
      *                                                                 FATMES
       EXEC SQL                                                         FATMES
           INCLUDE SQLCA                                                FATMES
       END-EXEC.                                                        FATMES
      *                                                                 FATMES
       EXEC SQL                                                         FATMES
           DECLARE C-EMPRESA CURSOR FOR                                 FATMES
           SELECT COD_EMPRESA, NOM_EMPRESA                              FATMES
             FROM AUDITORIA.TB_EMPRESA                                  FATMES
            ORDER BY COD_EMPRESA                                        FATMES
       END-EXEC.                                                        FATMES
      *                                                                 FATMES
       EXEC SQL                                                         FATMES
           DECLARE C-TARIFA CURSOR FOR                                  FATMES
           SELECT COD_EMPRESA, COD_TRANSACAO, DAT_INICIO,               FATMES
                  QTD_FAIXA_INICIAL, VLR_TARIFA                         FATMES
             FROM AUDITORIA.TB_TARIFA                                   FATMES
            WHERE DAT_INICIO <= :WS-TAR-FIM-MES                         FATMES
              AND DAT_FIM    >= :WS-TAR-FIM-MES                         FATMES
            ORDER BY COD_EMPRESA, COD_TRANSACAO, DAT_INICIO DESC,       FATMES
                     QTD_FAIXA_INICIAL                                  FATMES
       END-EXEC.                                                        FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       77  FILLER                  PIC     X(38)         VALUE          FATMES
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    AREA DE COPY BOOKS                                          *FATMES
      ******************************************************************FATMES
       COPY ARQUIVOS.                                                   FATMES
       COPY ARQUIVOR.                                                   FATMES
       COPY ARQFATUR.                                                   FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       LINKAGE                         SECTION.                         FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      *--- MES DE REFERENCIA DO FATURAMENTO (AAAAMM), RECEBIDO DO     * FATMES
      *--- JOB CHAMADOR - O MESMO PARAMETRO DO MODEL03.               * FATMES
       01  LK-PARM-FATURMES.                                            FATMES
           03  LK-PARM-LTH         PIC    S9(04)         COMP.          FATMES
           03  LK-MES-REFERENCIA   PIC     9(06).                       FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
       PROCEDURE                       DIVISION USING LK-PARM-FATURMES. FATMES
      ******************************************************************FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA PRINCIPAL                                            *FATMES
      ******************************************************************FATMES
       RTPRINCIPAL                     SECTION.                         FATMES
      *                                                                 FATMES
           PERFORM RTINICIALIZA.                                        FATMES
      *                                                                 FATMES
           PERFORM RTPROCESSA.                                          FATMES
      *                                                                 FATMES
           PERFORM RTPROCESSARETORNO.                                   FATMES
      *                                                                 FATMES
           PERFORM RTFATURA.                                            FATMES
      *                                                                 FATMES
           PERFORM RTIMPRIMECONFRONTO.                                  FATMES
      *                                                                 FATMES
           PERFORM RTGRAVATRAILER.                                      FATMES
      *                                                                 FATMES
           PERFORM RTFECHA.                                             FATMES
      *                                                                 FATMES
           PERFORM RTFINALIZA.                                          FATMES
      *                                                                 FATMES
       RTPRINCIPALX.                   EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE INICIALIZACAO                                     *FATMES
      ******************************************************************FATMES
       RTINICIALIZA                    SECTION.                         FATMES
      *                                                                 FATMES
           INITIALIZE ARQUIVOS                                          FATMES
                      ARQUIVOR                                          FATMES
                      ARQFATUR.                                         FATMES
      *                                                                 FATMES
           DISPLAY '*************************************************'. FATMES
           MOVE '#FATMES.900I - INICIO DO PROCESSAMENTO' TO WS-MENSAGEM.FATMES
      *                                                                 FATMES
           ACCEPT WS-DATA-MAQ          FROM DATE.                       FATMES
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FATMES
      *                                                                 FATMES
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   FATMES
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   FATMES
      *                                                                 FATMES
           DISPLAY WS-MENSAGEM.                                         FATMES
           DISPLAY WS-DATA-DISPLAY.                                     FATMES
           DISPLAY '*************************************************'. FATMES
      *                                                                 FATMES
           ACCEPT WS-DATA-GERACAO      FROM DATE YYYYMMDD.              FATMES
      *                                                                 FATMES
      *--- MES DE REFERENCIA DO PARAMETRO: FORA DA FAIXA, ASSUME O    * FATMES
      *--- MES DA DATA DA MAQUINA, COMO NO MODEL03.                   * FATMES
           IF LK-PARM-LTH              GREATER ZEROS                    FATMES
            AND LK-MES-REFERENCIA NUMERIC                               FATMES
            AND LK-MES-REFERENCIA       GREATER ZEROS                   FATMES
               MOVE LK-MES-REFERENCIA  TO WS-MES-REFERENCIA             FATMES
           ELSE                                                         FATMES
               MOVE WS-DATA-GERACAO(1:6) TO WS-MES-REFERENCIA           FATMES
               DISPLAY '#FATMES.901I - MES DE REFERENCIA INVALIDO NO'   FATMES
               DISPLAY '#FATMES.901I - PARAMETRO - ASSUMIDO '           FATMES
                       WS-MES-REFERENCIA                                FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-REF-MES LESS 01 OR WS-REF-MES GREATER 12               FATMES
               DISPLAY '#FATMES.901I - MES DE REFERENCIA INVALIDO'      FATMES
               MOVE 0020                TO WS-COD-RETORNO               FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
      *--- ULTIMO DIA DO MES: A TARIFA COBRADA E A VIGENTE NELE.      * FATMES
           MOVE WS-DIAS-MES(WS-REF-MES) TO WS-ULTIMO-DIA.               FATMES
      *                                                                 FATMES
           IF WS-REF-MES EQUAL 02                                       FATMES
              AND ((FUNCTION MOD(WS-REF-ANO 4)   EQUAL ZEROS AND        FATMES
                    FUNCTION MOD(WS-REF-ANO 100) NOT EQUAL ZEROS) OR    FATMES
                    FUNCTION MOD(WS-REF-ANO 400) EQUAL ZEROS)           FATMES
               MOVE 29                 TO WS-ULTIMO-DIA                 FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE WS-MES-REFERENCIA      TO WS-TAR-FIM-MES(1:6).          FATMES
           MOVE WS-ULTIMO-DIA          TO WS-TAR-FIM-MES(7:2).          FATMES
      *                                                                 FATMES
           OPEN INPUT  SARQUIVO.                                        FATMES
      *                                                                 FATMES
           IF WS-FS-SYS010             NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.902I - ERRO NA ABERTURA' WS-MSG-SYS010  FATMES
               DISPLAY '#FATMES.902I - FILE STATUS = '   WS-FS-SYS010   FATMES
               MOVE 0024                TO WS-COD-RETORNO               FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           OPEN INPUT  RETORNO.                                         FATMES
      *                                                                 FATMES
           IF WS-FS-SYS011             NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.902I - ERRO NA ABERTURA' WS-MSG-SYS011  FATMES
               DISPLAY '#FATMES.902I - FILE STATUS = '   WS-FS-SYS011   FATMES
               MOVE 0048                TO WS-COD-RETORNO               FATMES
               CLOSE SARQUIVO                                           FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           OPEN OUTPUT RELATORIO.                                       FATMES
      *                                                                 FATMES
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.903I - ERRO NA ABERTURA' WS-MSG-SYS020  FATMES
               DISPLAY '#FATMES.903I - FILE STATUS = '   WS-FS-SYS020   FATMES
               MOVE 0028                TO WS-COD-RETORNO               FATMES
               CLOSE SARQUIVO                                           FATMES
                     RETORNO                                            FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           OPEN OUTPUT FATURA.                                          FATMES
      *                                                                 FATMES
           IF WS-FS-SYS030             NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.903I - ERRO NA ABERTURA' WS-MSG-SYS030  FATMES
               DISPLAY '#FATMES.903I - FILE STATUS = '   WS-FS-SYS030   FATMES
               MOVE 0052                TO WS-COD-RETORNO               FATMES
               CLOSE SARQUIVO                                           FATMES
                     RETORNO                                            FATMES
                     RELATORIO                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           PERFORM RTCARGAEMPRESAS.                                     FATMES
      *                                                                 FATMES
           PERFORM RTCARGATARIFAS.                                      FATMES
      *                                                                 FATMES
       RTINICIALIZAX.                  EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE PROCESSAMENTO DO SARQUIVO                         *FATMES
      ******************************************************************FATMES
       RTPROCESSA                      SECTION.                         FATMES
      *                                                                 FATMES
           PERFORM RTLESARQUIVO.                                        FATMES
      *                                                                 FATMES
           PERFORM UNTIL WS-FIM-SARQUIVO-SIM                            FATMES
               IF ARQS-REG-TRAILER                                      FATMES
                   PERFORM RTFECHAGERACAO                               FATMES
               ELSE                                                     FATMES
                   PERFORM RTACUMULA                                    FATMES
               END-IF                                                   FATMES
               PERFORM RTLESARQUIVO                                     FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
      *--- DETALHE APOS O ULTIMO TRAILER E GERACAO SEM FECHAMENTO -    *FATMES
      *--- ARQUIVO TRUNCADO OU CONCATENACAO ERRADA: NADA DELA E        *FATMES
      *--- COBRADO, E ELA ENTRA NA PROVA COMO FORA DA APURACAO.        *FATMES
           IF WS-GER-QT-LIDA           GREATER ZEROS                    FATMES
               DISPLAY '#FATMES.905I - DETALHE SEM TRAILER AO FINAL'    FATMES
               DISPLAY '#FATMES.905I - DO SYS010 - GERACAO INCOMPLETA ' FATMES
                       'COM ' WS-GER-QT-LIDA ' REGISTROS NAO COBRADOS'  FATMES
               ADD WS-GER-QT-LIDA      TO WS-CT-FORA-APURACAO           FATMES
               IF WS-COD-RETORNO       EQUAL ZEROS                      FATMES
                   MOVE 0040           TO WS-COD-RETORNO                FATMES
               END-IF                                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
       RTPROCESSAX.                    EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE LEITURA DO SARQUIVO                               *FATMES
      ******************************************************************FATMES
       RTLESARQUIVO                    SECTION.                         FATMES
      *                                                                 FATMES
           READ SARQUIVO.                                               FATMES
      *                                                                 FATMES
           EVALUATE WS-FS-SYS010                                        FATMES
               WHEN ZEROS                                               FATMES
                   MOVE FD-REG-SARQUIVO TO ARQUIVOS                     FATMES
                   IF NOT ARQS-REG-TRAILER                              FATMES
                       ADD 1           TO WS-CT-LIDOS                   FATMES
                       ADD ARQS-VALOR  TO WS-VLR-LIDO                   FATMES
                   END-IF                                               FATMES
               WHEN '10'                                                FATMES
                   SET WS-FIM-SARQUIVO-SIM TO TRUE                      FATMES
               WHEN OTHER                                               FATMES
                   DISPLAY '#FATMES.904I - ERRO NA LEITURA'             FATMES
                           WS-MSG-SYS010                                FATMES
                   DISPLAY '#FATMES.904I - FILE STATUS = '              FATMES
                           WS-FS-SYS010                                 FATMES
                   MOVE 0032            TO WS-COD-RETORNO               FATMES
                   PERFORM RTFECHA                                      FATMES
                   PERFORM RTFINALIZA                                   FATMES
           END-EVALUATE.                                                FATMES
      *                                                                 FATMES
       RTLESARQUIVOX.                  EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE ACUMULACAO DO DETALHE NA GERACAO CORRENTE         *FATMES
      ******************************************************************FATMES
       RTACUMULA                       SECTION.                         FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-GER-QT-LIDA.               FATMES
      *                                                                 FATMES
      *--- AJUSTE MANUAL (GERAJUST) E EXCLUSAO DO MODO DELTA NAO SAO   *FATMES
      *--- TRANSACOES PROCESSADAS PARA A EMPRESA - NAO SE COBRAM.      *FATMES
           IF ARQS-ORIG-AJUSTE                                          FATMES
            OR ARQS-ALT-EXCLUSAO                                        FATMES
               ADD 1                   TO WS-GER-QT-NAO-FAT             FATMES
               GO TO RTACUMULAX                                         FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE ARQS-EMPRESA           TO WS-CHV-EMPRESA.               FATMES
           MOVE ARQS-COD-TRANSACAO     TO WS-CHV-TRANSACAO.             FATMES
      *                                                                 FATMES
           SET WS-ACHOU-NAO            TO TRUE.                         FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM 1 BY 1                           FATMES
                   UNTIL WS-SUB GREATER WS-CT-GER-COMBOS                FATMES
                      OR WS-ACHOU-SIM                                   FATMES
               IF WS-TB-GER-CHAVE(WS-SUB) EQUAL WS-CHAVE-NOVA           FATMES
                   SET WS-ACHOU-SIM    TO TRUE                          FATMES
                   ADD 1               TO WS-TB-GER-QTDE(WS-SUB)        FATMES
                   ADD ARQS-VALOR      TO WS-TB-GER-VALOR(WS-SUB)       FATMES
               END-IF                                                   FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF WS-ACHOU-SIM                                              FATMES
               GO TO RTACUMULAX                                         FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-CT-GER-COMBOS         EQUAL WS-QT-GER-MAX              FATMES
               DISPLAY '#FATMES.906I - TABELA DA GERACAO ESGOTADA'      FATMES
               DISPLAY '#FATMES.906I - MAXIMO DE ' WS-QT-GER-MAX        FATMES
                       ' COMBINACOES EMPRESA/TRANSACAO'                 FATMES
               MOVE 0036                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-GER-COMBOS.             FATMES
           MOVE WS-CT-GER-COMBOS       TO WS-POS.                       FATMES
           MOVE WS-CHAVE-NOVA           TO WS-TB-GER-CHAVE(WS-POS).     FATMES
           MOVE 1                       TO WS-TB-GER-QTDE(WS-POS).      FATMES
           MOVE ARQS-VALOR              TO WS-TB-GER-VALOR(WS-POS).     FATMES
      *                                                                 FATMES
       RTACUMULAX.                     EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE FECHAMENTO DE UMA GERACAO (TRAILER LIDO)          *FATMES
      ******************************************************************FATMES
       RTFECHAGERACAO                  SECTION.                         FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-GERACOES.               FATMES
      *                                                                 FATMES
      *--- GERACAO DE OUTRO MES: NADA DELA E COBRADO AQUI (O MODEL03   *FATMES
      *--- A APONTA COMO FORA DO MES, COM O MESMO RETORNO 0072).       *FATMES
           IF ARQS-DATA-PROCESSO(1:6)  NOT EQUAL WS-MES-REFERENCIA      FATMES
               ADD 1                   TO WS-CT-GER-FORA-MES            FATMES
               ADD WS-GER-QT-LIDA      TO WS-CT-FORA-APURACAO           FATMES
               DISPLAY '#FATMES.907I - GERACAO DE '                     FATMES
                       ARQS-DATA-PROCESSO ' FORA DO MES - '             FATMES
                       WS-GER-QT-LIDA ' REGISTROS NAO COBRADOS'         FATMES
               IF WS-COD-RETORNO       EQUAL ZEROS                      FATMES
                   MOVE 0072           TO WS-COD-RETORNO                FATMES
               END-IF                                                   FATMES
               GO TO RTFECHAGERACAOLIMPA                                FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD WS-GER-QT-NAO-FAT       TO WS-CT-NAO-FATURAVEIS.         FATMES
           ADD ARQS-QT-DUPLICADOS      TO WS-CT-SUPRIMIDOS.             FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB2 FROM 1 BY 1                          FATMES
                   UNTIL WS-SUB2 GREATER WS-CT-GER-COMBOS               FATMES
               PERFORM RTINCORPORA                                      FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
       RTFECHAGERACAOLIMPA.                                             FATMES
      *                                                                 FATMES
           MOVE ZEROS                  TO WS-GER-QT-LIDA                FATMES
                                           WS-GER-QT-NAO-FAT            FATMES
                                           WS-CT-GER-COMBOS.            FATMES
      *                                                                 FATMES
       RTFECHAGERACAOX.                EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE INCORPORACAO DE UMA COMBINACAO DA GERACAO AO MES  *FATMES
      ******************************************************************FATMES
       RTINCORPORA                     SECTION.                         FATMES
      *                                                                 FATMES
           MOVE WS-TB-GER-CHAVE(WS-SUB2) TO WS-CHAVE-NOVA.              FATMES
      *                                                                 FATMES
           SET WS-ACHOU-NAO            TO TRUE.                         FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM 1 BY 1                           FATMES
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    FATMES
                      OR WS-ACHOU-SIM                                   FATMES
               IF WS-TB-MES-CHAVE(WS-SUB) EQUAL WS-CHAVE-NOVA           FATMES
                   SET WS-ACHOU-SIM    TO TRUE                          FATMES
                   ADD WS-TB-GER-QTDE(WS-SUB2)                          FATMES
                                       TO WS-TB-MES-PROCESSADOS(WS-SUB) FATMES
                   ADD WS-TB-GER-VALOR(WS-SUB2)                         FATMES
                                       TO WS-TB-MES-VALOR(WS-SUB)       FATMES
               END-IF                                                   FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF WS-ACHOU-SIM                                              FATMES
               GO TO RTINCORPORAX                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-CT-COMBOS             EQUAL WS-QT-COMBOS-MAX           FATMES
               DISPLAY '#FATMES.906I - TABELA DE ACUMULACAO ESGOTADA'   FATMES
               DISPLAY '#FATMES.906I - MAXIMO DE ' WS-QT-COMBOS-MAX     FATMES
                       ' COMBINACOES EMPRESA/TRANSACAO'                 FATMES
               MOVE 0036                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
      *--- LOCALIZA A POSICAO DE INSERCAO E ABRE ESPACO, MANTENDO A   * FATMES
      *--- TABELA ORDENADA POR EMPRESA/TRANSACAO.                     * FATMES
           MOVE ZEROS                  TO WS-POS.                       FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM 1 BY 1                           FATMES
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    FATMES
                      OR WS-POS GREATER ZEROS                           FATMES
               IF WS-TB-MES-CHAVE(WS-SUB) GREATER WS-CHAVE-NOVA         FATMES
                   MOVE WS-SUB         TO WS-POS                        FATMES
               END-IF                                                   FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF WS-POS                   EQUAL ZEROS                      FATMES
               COMPUTE WS-POS = WS-CT-COMBOS + 1                        FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM WS-CT-COMBOS BY -1               FATMES
                   UNTIL WS-SUB LESS WS-POS                             FATMES
               MOVE WS-TB-MES(WS-SUB)  TO WS-TB-MES(WS-SUB + 1)         FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           MOVE WS-CHAVE-NOVA          TO WS-TB-MES-CHAVE(WS-POS).      FATMES
           MOVE WS-TB-GER-QTDE(WS-SUB2)                                 FATMES
                                       TO WS-TB-MES-PROCESSADOS(WS-POS).FATMES
           MOVE WS-TB-GER-VALOR(WS-SUB2) TO WS-TB-MES-VALOR(WS-POS).    FATMES
           MOVE ZEROS                  TO WS-TB-MES-RECUSADOS(WS-POS).  FATMES
           ADD 1                       TO WS-CT-COMBOS.                 FATMES
      *                                                                 FATMES
       RTINCORPORAX.                   EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE PROCESSAMENTO DOS RETORNOS DAS EMPRESAS           *FATMES
      ******************************************************************FATMES
       RTPROCESSARETORNO               SECTION.                         FATMES
      *                                                                 FATMES
           PERFORM RTLERETORNO.                                         FATMES
      *                                                                 FATMES
           PERFORM UNTIL WS-FIM-RETORNO-SIM                             FATMES
               IF ARQR-REG-TRAILER                                      FATMES
                   PERFORM RTFECHARETORNO                               FATMES
               ELSE                                                     FATMES
                   PERFORM RTACUMULARECUSA                              FATMES
               END-IF                                                   FATMES
               PERFORM RTLERETORNO                                      FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
      *--- RETORNO SEM TRAILER AO FINAL: NAO SE SABE A QUE DATA ELE    *FATMES
      *--- RESPONDE, ENTAO AS RECUSAS DELE NAO ABATEM NADA.            *FATMES
           IF WS-RTG-QT-LIDA           GREATER ZEROS                    FATMES
               DISPLAY '#FATMES.908I - RETORNO SEM TRAILER AO FINAL'    FATMES
               DISPLAY '#FATMES.908I - DO SYS011 - ' WS-RTG-QT-RECUSAS  FATMES
                       ' RECUSAS NAO ABATIDAS'                          FATMES
               ADD WS-RTG-QT-RECUSAS   TO WS-CT-RECUSAS-FORA-MES        FATMES
               IF WS-COD-RETORNO       EQUAL ZEROS                      FATMES
                   MOVE 0040           TO WS-COD-RETORNO                FATMES
               END-IF                                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
       RTPROCESSARETORNOX.             EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE LEITURA DO RETORNO                                *FATMES
      ******************************************************************FATMES
       RTLERETORNO                     SECTION.                         FATMES
      *                                                                 FATMES
           READ RETORNO.                                                FATMES
      *                                                                 FATMES
           EVALUATE WS-FS-SYS011                                        FATMES
               WHEN ZEROS                                               FATMES
                   MOVE FD-REG-RETORNO TO ARQUIVOR                      FATMES
                   IF NOT ARQR-REG-TRAILER                              FATMES
                       ADD 1           TO WS-CT-RETORNOS-LIDOS          FATMES
                   END-IF                                               FATMES
               WHEN '10'                                                FATMES
                   SET WS-FIM-RETORNO-SIM TO TRUE                       FATMES
               WHEN OTHER                                               FATMES
                   DISPLAY '#FATMES.904I - ERRO NA LEITURA'             FATMES
                           WS-MSG-SYS011                                FATMES
                   DISPLAY '#FATMES.904I - FILE STATUS = '              FATMES
                           WS-FS-SYS011                                 FATMES
                   MOVE 0032            TO WS-COD-RETORNO               FATMES
                   PERFORM RTFECHA                                      FATMES
                   PERFORM RTFINALIZA                                   FATMES
           END-EVALUATE.                                                FATMES
      *                                                                 FATMES
       RTLERETORNOX.                   EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE ACUMULACAO DA RECUSA NA GERACAO DO RETORNO        *FATMES
      ******************************************************************FATMES
       RTACUMULARECUSA                 SECTION.                         FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-RTG-QT-LIDA.               FATMES
      *                                                                 FATMES
           IF NOT ARQR-RECUSADO                                         FATMES
               GO TO RTACUMULARECUSAX                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-RECUSAS-LIDAS           FATMES
                                           WS-RTG-QT-RECUSAS.           FATMES
      *                                                                 FATMES
      *--- EMPRESA ILEGIVEL NAO CASA COM NADA ENVIADO.                 *FATMES
           IF ARQR-EMPRESA             NOT NUMERIC                      FATMES
               ADD 1                   TO WS-CT-RECUSAS-SEM-ENVIO       FATMES
               GO TO RTACUMULARECUSAX                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE ARQR-EMPRESA           TO WS-CHV-EMPRESA.               FATMES
           MOVE ARQR-COD-TRANSACAO     TO WS-CHV-TRANSACAO.             FATMES
      *                                                                 FATMES
           SET WS-ACHOU-NAO            TO TRUE.                         FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM 1 BY 1                           FATMES
                   UNTIL WS-SUB GREATER WS-CT-RTG-COMBOS                FATMES
                      OR WS-ACHOU-SIM                                   FATMES
               IF WS-TB-RTG-CHAVE(WS-SUB) EQUAL WS-CHAVE-NOVA           FATMES
                   SET WS-ACHOU-SIM    TO TRUE                          FATMES
                   ADD 1               TO WS-TB-RTG-QTDE(WS-SUB)        FATMES
               END-IF                                                   FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF WS-ACHOU-SIM                                              FATMES
               GO TO RTACUMULARECUSAX                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-CT-RTG-COMBOS         EQUAL WS-QT-RTG-MAX              FATMES
               DISPLAY '#FATMES.906I - TABELA DO RETORNO ESGOTADA'      FATMES
               DISPLAY '#FATMES.906I - MAXIMO DE ' WS-QT-RTG-MAX        FATMES
                       ' COMBINACOES EMPRESA/TRANSACAO'                 FATMES
               MOVE 0036                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-RTG-COMBOS.             FATMES
           MOVE WS-CT-RTG-COMBOS       TO WS-POS.                       FATMES
           MOVE WS-CHAVE-NOVA           TO WS-TB-RTG-CHAVE(WS-POS).     FATMES
           MOVE 1                       TO WS-TB-RTG-QTDE(WS-POS).      FATMES
      *                                                                 FATMES
       RTACUMULARECUSAX.               EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE FECHAMENTO DE UMA GERACAO DO RETORNO              *FATMES
      ******************************************************************FATMES
       RTFECHARETORNO                  SECTION.                         FATMES
      *                                                                 FATMES
      *--- SO ABATEM AS RECUSAS DE RETORNOS QUE RESPONDEM A UMA DATA   *FATMES
      *--- DE PROCESSO DO MES DE REFERENCIA.                           *FATMES
           IF ARQR-DATA-PROCESSO(1:6)  NOT EQUAL WS-MES-REFERENCIA      FATMES
               ADD WS-RTG-QT-RECUSAS   TO WS-CT-RECUSAS-FORA-MES        FATMES
               GO TO RTFECHARETORNOLIMPA                                FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB2 FROM 1 BY 1                          FATMES
                   UNTIL WS-SUB2 GREATER WS-CT-RTG-COMBOS               FATMES
               PERFORM RTABATERECUSA                                    FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
       RTFECHARETORNOLIMPA.                                             FATMES
      *                                                                 FATMES
           MOVE ZEROS                  TO WS-RTG-QT-LIDA                FATMES
                                           WS-RTG-QT-RECUSAS            FATMES
                                           WS-CT-RTG-COMBOS.            FATMES
      *                                                                 FATMES
       RTFECHARETORNOX.                EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE ABATIMENTO DAS RECUSAS DE UMA COMBINACAO          *FATMES
      ******************************************************************FATMES
       RTABATERECUSA                   SECTION.                         FATMES
      *                                                                 FATMES
      *--- A RECUSA ABATE A QUANTIDADE PROCESSADA DA MESMA EMPRESA/    *FATMES
      *--- TRANSACAO NO MES, ATE ZERAR; O QUE SOBRAR NAO TEM ENVIO     *FATMES
      *--- CORRESPONDENTE NO SARQUIVO DO MES E E SO INFORMADO.         *FATMES
           MOVE WS-TB-RTG-CHAVE(WS-SUB2) TO WS-CHAVE-NOVA.              FATMES
      *                                                                 FATMES
           SET WS-ACHOU-NAO            TO TRUE.                         FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM 1 BY 1                           FATMES
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    FATMES
                      OR WS-ACHOU-SIM                                   FATMES
               IF WS-TB-MES-CHAVE(WS-SUB) EQUAL WS-CHAVE-NOVA           FATMES
                   SET WS-ACHOU-SIM    TO TRUE                          FATMES
               END-IF                                                   FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF WS-ACHOU-NAO                                              FATMES
               ADD WS-TB-RTG-QTDE(WS-SUB2) TO WS-CT-RECUSAS-SEM-ENVIO   FATMES
               GO TO RTABATERECUSAX                                     FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
      *--- O PERFORM VARYING PAROU UMA POSICAO ADIANTE DA ACHADA.      *FATMES
           SUBTRACT 1                  FROM WS-SUB.                     FATMES
      *                                                                 FATMES
           COMPUTE WS-FX-QTDE = WS-TB-MES-PROCESSADOS(WS-SUB)           FATMES
                              - WS-TB-MES-RECUSADOS(WS-SUB).            FATMES
      *                                                                 FATMES
           IF WS-TB-RTG-QTDE(WS-SUB2)  GREATER WS-FX-QTDE               FATMES
               ADD WS-FX-QTDE          TO WS-TB-MES-RECUSADOS(WS-SUB)   FATMES
               COMPUTE WS-CT-RECUSAS-SEM-ENVIO =                        FATMES
                       WS-CT-RECUSAS-SEM-ENVIO                          FATMES
                     + WS-TB-RTG-QTDE(WS-SUB2) - WS-FX-QTDE             FATMES
           ELSE                                                         FATMES
               ADD WS-TB-RTG-QTDE(WS-SUB2)                              FATMES
                                       TO WS-TB-MES-RECUSADOS(WS-SUB)   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
       RTABATERECUSAX.                 EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE FATURAMENTO (RELATORIO E ARQUIVO DO CONTAS A      *FATMES
      *    RECEBER)                                                    *FATMES
      ******************************************************************FATMES
       RTFATURA                        SECTION.                         FATMES
      *                                                                 FATMES
           PERFORM RTCABECALHO.                                         FATMES
      *                                                                 FATMES
           MOVE 'DETALHE DA FATURA POR EMPRESA E CODIGO DE TRANSACAO'   FATMES
                                       TO SEC-TITULO.                   FATMES
           MOVE WS-LIN-SECAO           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           IF WS-CT-COMBOS             EQUAL ZEROS                      FATMES
               MOVE SPACES             TO WS-LINHA                      FATMES
               PERFORM RTESCREVE                                        FATMES
               MOVE '  NENHUM MOVIMENTO FATURAVEL NO MES' TO WS-LINHA   FATMES
               PERFORM RTESCREVE                                        FATMES
               GO TO RTFATURAX                                          FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE WS-TB-MES-EMPRESA(1)   TO WS-EMPRESA-ANT.               FATMES
           PERFORM RTCABEMPRESA.                                        FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-SUB FROM 1 BY 1                           FATMES
                   UNTIL WS-SUB GREATER WS-CT-COMBOS                    FATMES
               IF WS-TB-MES-EMPRESA(WS-SUB) NOT EQUAL WS-EMPRESA-ANT    FATMES
                   PERFORM RTSUBTOTAL                                   FATMES
                   MOVE WS-TB-MES-EMPRESA(WS-SUB) TO WS-EMPRESA-ANT     FATMES
                   PERFORM RTCABEMPRESA                                 FATMES
               END-IF                                                   FATMES
               PERFORM RTVALORIZA                                       FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           PERFORM RTSUBTOTAL.                                          FATMES
      *                                                                 FATMES
       RTFATURAX.                      EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE CABECALHO DA EMPRESA NA FATURA                    *FATMES
      ******************************************************************FATMES
       RTCABEMPRESA                    SECTION.                         FATMES
      *                                                                 FATMES
           IF WS-CT-LINHAS             NOT LESS 52                      FATMES
               PERFORM RTCABECALHO                                      FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE WS-EMPRESA-ANT         TO EMP-CODIGO.                   FATMES
      *                                                                 FATMES
      *--- NOME DA EMPRESA, DO CADASTRO. EMPRESA SEM CADASTRO (OU     * FATMES
      *--- CARGA INDISPONIVEL) SAI EM BRANCO.                         * FATMES
           MOVE WS-EMPRESA-ANT         TO WS-EMPRESA-TESTE.             FATMES
           PERFORM RTPROCURAEMPRESA.                                    FATMES
           IF WS-EMPRESA-ACHADA-SIM                                     FATMES
               MOVE WS-TB-CAD-NOME(I01-CAD) TO EMP-NOME                 FATMES
           ELSE                                                         FATMES
               MOVE SPACES             TO EMP-NOME                      FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE SPACES                 TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE WS-LIN-EMPRESA         TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE WS-LIN-CABFAT          TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE ZEROS                  TO WS-TOT-EMP-PROCESSADOS        FATMES
                                           WS-TOT-EMP-RECUSADOS         FATMES
                                           WS-TOT-EMP-FATURADOS         FATMES
                                           WS-TOT-EMP-VALOR.            FATMES
      *                                                                 FATMES
       RTCABEMPRESAX.                  EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE VALORIZACAO DE UMA EMPRESA/TRANSACAO              *FATMES
      ******************************************************************FATMES
       RTVALORIZA                      SECTION.                         FATMES
      *                                                                 FATMES
           COMPUTE WS-FX-FATURADOS = WS-TB-MES-PROCESSADOS(WS-SUB)      FATMES
                                   - WS-TB-MES-RECUSADOS(WS-SUB).       FATMES
      *                                                                 FATMES
           MOVE ZEROS                  TO WS-FX-VALOR-COMBO.            FATMES
           SET WS-PRIMEIRA-LINHA-SIM   TO TRUE.                         FATMES
      *                                                                 FATMES
           MOVE WS-TB-MES-TRANSACAO(WS-SUB) TO FXA-TRANSACAO.           FATMES
           MOVE WS-TB-MES-PROCESSADOS(WS-SUB) TO FXA-PROCESSADOS.       FATMES
           MOVE WS-TB-MES-RECUSADOS(WS-SUB)   TO FXA-RECUSADOS.         FATMES
           MOVE WS-FX-FATURADOS        TO FXA-FATURADOS.                FATMES
      *                                                                 FATMES
      *--- TARIFA PROPRIA DA EMPRESA; SEM ELA, A PADRAO (EMPRESA 0000).*FATMES
           MOVE WS-TB-MES-EMPRESA(WS-SUB)   TO WS-TAR-BUSCA-EMPRESA.    FATMES
           MOVE WS-TB-MES-TRANSACAO(WS-SUB) TO WS-TAR-BUSCA-TRANSACAO.  FATMES
           PERFORM RTPROCURATARIFA.                                     FATMES
      *                                                                 FATMES
           IF WS-TAR-PRIMEIRA          EQUAL ZEROS                      FATMES
               MOVE ZEROS              TO WS-TAR-BUSCA-EMPRESA          FATMES
               PERFORM RTPROCURATARIFA                                  FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-TAR-PRIMEIRA          EQUAL ZEROS                      FATMES
               SET WS-SEM-TARIFA-SIM   TO TRUE                          FATMES
               ADD 1                   TO WS-CT-COMBOS-SEM-TARIFA       FATMES
               ADD WS-FX-FATURADOS     TO WS-CT-SEM-TARIFA              FATMES
               IF WS-COD-RETORNO       EQUAL ZEROS                      FATMES
                   MOVE 0016           TO WS-COD-RETORNO                FATMES
               END-IF                                                   FATMES
               MOVE SPACES             TO FXA-FAIXA                     FATMES
               MOVE 'SEM TARIFA NO MES' TO FXA-OBSERVACAO               FATMES
               PERFORM RTESCREVEFAIXA                                   FATMES
               MOVE SPACES             TO FXA-OBSERVACAO                FATMES
           ELSE                                                         FATMES
               SET WS-SEM-TARIFA-NAO   TO TRUE                          FATMES
               MOVE WS-TAR-PRIMEIRA    TO WS-TAR-SUB                    FATMES
               SET WS-FIM-FAIXAS-NAO   TO TRUE                          FATMES
               PERFORM RTFAIXA                                          FATMES
                       UNTIL WS-FIM-FAIXAS-SIM                          FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD WS-TB-MES-PROCESSADOS(WS-SUB) TO WS-TOT-EMP-PROCESSADOS. FATMES
           ADD WS-TB-MES-RECUSADOS(WS-SUB)   TO WS-TOT-EMP-RECUSADOS    FATMES
                                                 WS-CT-RECUSADOS.       FATMES
           ADD WS-FX-FATURADOS         TO WS-TOT-EMP-FATURADOS          FATMES
                                           WS-CT-FATURADOS.             FATMES
           ADD WS-FX-VALOR-COMBO       TO WS-TOT-EMP-VALOR              FATMES
                                           WS-VLR-FATURADO.             FATMES
      *                                                                 FATMES
           PERFORM RTGRAVAFATURA.                                       FATMES
      *                                                                 FATMES
       RTVALORIZAX.                    EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE PESQUISA DA PRIMEIRA FAIXA DA TARIFA              *FATMES
      ******************************************************************FATMES
       RTPROCURATARIFA                 SECTION.                         FATMES
      *                                                                 FATMES
           MOVE ZEROS                  TO WS-TAR-PRIMEIRA.              FATMES
      *                                                                 FATMES
           PERFORM VARYING WS-TAR-SUB FROM 1 BY 1                       FATMES
                   UNTIL WS-TAR-SUB GREATER WS-QT-TARIFAS               FATMES
                      OR WS-TAR-PRIMEIRA GREATER ZEROS                  FATMES
               IF WS-TB-TAR-CHAVE(WS-TAR-SUB) EQUAL WS-TAR-CHAVE-BUSCA  FATMES
                   MOVE WS-TAR-SUB     TO WS-TAR-PRIMEIRA               FATMES
               END-IF                                                   FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
       RTPROCURATARIFAX.               EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE VALORIZACAO DE UMA FAIXA DE VOLUME                *FATMES
      ******************************************************************FATMES
       RTFAIXA                         SECTION.                         FATMES
      *                                                                 FATMES
      *--- A FAIXA VAI DO SEU INICIO ATE A VESPERA DO INICIO DA        *FATMES
      *--- SEGUINTE; A ULTIMA NAO TEM FIM. A PRIMEIRA SEMPRE COMECA NO *FATMES
      *--- PRIMEIRO MOVIMENTO, QUALQUER QUE SEJA O INICIO CADASTRADO.  *FATMES
           IF WS-TAR-SUB               EQUAL WS-TAR-PRIMEIRA            FATMES
               MOVE 1                  TO WS-FX-INICIO                  FATMES
           ELSE                                                         FATMES
               MOVE WS-TB-TAR-FAIXA(WS-TAR-SUB) TO WS-FX-INICIO         FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE 999999999              TO WS-FX-FIM.                    FATMES
           SET WS-FIM-FAIXAS-SIM       TO TRUE.                         FATMES
      *                                                                 FATMES
           IF WS-TAR-SUB               LESS WS-QT-TARIFAS               FATMES
               IF WS-TB-TAR-CHAVE(WS-TAR-SUB + 1)                       FATMES
                                       EQUAL WS-TB-TAR-CHAVE(WS-TAR-SUB)FATMES
                   COMPUTE WS-FX-FIM = WS-TB-TAR-FAIXA(WS-TAR-SUB + 1)  FATMES
                                     - 1                                FATMES
                   SET WS-FIM-FAIXAS-NAO TO TRUE                        FATMES
               END-IF                                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           EVALUATE TRUE                                                FATMES
               WHEN WS-FX-FATURADOS    LESS WS-FX-INICIO                FATMES
                   MOVE ZEROS          TO WS-FX-QTDE                    FATMES
               WHEN WS-FX-FATURADOS    LESS WS-FX-FIM                   FATMES
                   COMPUTE WS-FX-QTDE = WS-FX-FATURADOS                 FATMES
                                      - WS-FX-INICIO + 1                FATMES
               WHEN OTHER                                               FATMES
                   COMPUTE WS-FX-QTDE = WS-FX-FIM - WS-FX-INICIO + 1    FATMES
           END-EVALUATE.                                                FATMES
      *                                                                 FATMES
           COMPUTE WS-FX-VALOR ROUNDED =                                FATMES
                   WS-FX-QTDE * WS-TB-TAR-VALOR(WS-TAR-SUB).            FATMES
      *                                                                 FATMES
           ADD WS-FX-VALOR             TO WS-FX-VALOR-COMBO.            FATMES
      *                                                                 FATMES
      *--- FAIXA QUE O VOLUME NAO ALCANCOU NAO SAI NA FATURA, SALVO A  *FATMES
      *--- PRIMEIRA (PARA A TRANSACAO APARECER MESMO TODA RECUSADA).   *FATMES
           IF WS-FX-QTDE               GREATER ZEROS                    FATMES
            OR WS-TAR-SUB              EQUAL WS-TAR-PRIMEIRA            FATMES
               MOVE WS-FX-INICIO       TO FXA-INICIO                    FATMES
               MOVE WS-FX-QTDE         TO FXA-QTDE                      FATMES
               MOVE WS-TB-TAR-VALOR(WS-TAR-SUB) TO FXA-TARIFA           FATMES
               MOVE WS-FX-VALOR        TO FXA-VALOR                     FATMES
               PERFORM RTESCREVEFAIXA                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-TAR-SUB.                   FATMES
      *                                                                 FATMES
       RTFAIXAX.                       EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE IMPRESSAO DA LINHA DE FAIXA                       *FATMES
      ******************************************************************FATMES
       RTESCREVEFAIXA                  SECTION.                         FATMES
      *                                                                 FATMES
           IF WS-CT-LINHAS             NOT LESS 56                      FATMES
               PERFORM RTCABECALHO                                      FATMES
               MOVE WS-LIN-CABFAT      TO WS-LINHA                      FATMES
               PERFORM RTESCREVE                                        FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
      *--- SO A PRIMEIRA LINHA DA TRANSACAO MOSTRA AS QUANTIDADES.     *FATMES
           IF WS-PRIMEIRA-LINHA-NAO                                     FATMES
               MOVE SPACES             TO FXA-COMBO                     FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE WS-LIN-FAIXA           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           SET WS-PRIMEIRA-LINHA-NAO   TO TRUE.                         FATMES
      *                                                                 FATMES
       RTESCREVEFAIXAX.                EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE SUBTOTAL POR EMPRESA                              *FATMES
      ******************************************************************FATMES
       RTSUBTOTAL                      SECTION.                         FATMES
      *                                                                 FATMES
           IF WS-CT-LINHAS             NOT LESS 56                      FATMES
               PERFORM RTCABECALHO                                      FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           MOVE WS-TOT-EMP-PROCESSADOS TO SUB-PROCESSADOS.              FATMES
           MOVE WS-TOT-EMP-RECUSADOS   TO SUB-RECUSADOS.                FATMES
           MOVE WS-TOT-EMP-FATURADOS   TO SUB-FATURADOS.                FATMES
           MOVE WS-TOT-EMP-VALOR       TO SUB-VALOR.                    FATMES
      *                                                                 FATMES
           MOVE WS-LIN-SUBTOTAL        TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
       RTSUBTOTALX.                    EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE GRAVACAO DO DETALHE NO ARQUIVO DO CONTAS A RECEBER*FATMES
      ******************************************************************FATMES
       RTGRAVAFATURA                   SECTION.                         FATMES
      *                                                                 FATMES
           INITIALIZE ARQFATUR.                                         FATMES
      *                                                                 FATMES
           SET ARQF-REG-DETALHE        TO TRUE.                         FATMES
           MOVE WS-MES-REFERENCIA      TO ARQF-MES-REFERENCIA.          FATMES
           MOVE WS-TB-MES-EMPRESA(WS-SUB)     TO ARQF-EMPRESA.          FATMES
           MOVE WS-TB-MES-TRANSACAO(WS-SUB)   TO ARQF-COD-TRANSACAO.    FATMES
           MOVE WS-TB-MES-PROCESSADOS(WS-SUB) TO ARQF-QT-PROCESSADOS.   FATMES
           MOVE WS-TB-MES-RECUSADOS(WS-SUB)   TO ARQF-QT-RECUSADOS.     FATMES
           MOVE WS-FX-FATURADOS        TO ARQF-QT-FATURADOS.            FATMES
           MOVE WS-FX-VALOR-COMBO      TO ARQF-VLR-FATURADO.            FATMES
      *                                                                 FATMES
           IF WS-SEM-TARIFA-SIM                                         FATMES
               SET ARQF-SEM-TARIFA     TO TRUE                          FATMES
           ELSE                                                         FATMES
               MOVE 'N'                TO ARQF-IND-SEM-TARIFA           FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           PERFORM RTESCREVEFATURA.                                     FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-DETALHES-FATURA.        FATMES
      *                                                                 FATMES
       RTGRAVAFATURAX.                 EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE GRAVACAO DO TRAILER DO ARQUIVO DO CONTAS A RECEBER*FATMES
      ******************************************************************FATMES
       RTGRAVATRAILER                  SECTION.                         FATMES
      *                                                                 FATMES
           INITIALIZE ARQFATUR.                                         FATMES
      *                                                                 FATMES
           SET ARQF-REG-TRAILER        TO TRUE.                         FATMES
           MOVE WS-CT-DETALHES-FATURA  TO ARQF-QT-REGISTROS.            FATMES
           MOVE WS-MES-REFERENCIA      TO ARQF-MES-REFERENCIA-TRL.      FATMES
           MOVE WS-DATA-GERACAO        TO ARQF-DATA-GERACAO.            FATMES
           MOVE WS-CT-LIDOS            TO ARQF-QT-LIDOS.                FATMES
           MOVE WS-VLR-LIDO            TO ARQF-VLR-LIDO.                FATMES
           MOVE WS-CT-FORA-APURACAO    TO ARQF-QT-FORA-APURACAO.        FATMES
           MOVE WS-CT-NAO-FATURAVEIS   TO ARQF-QT-NAO-FATURAVEIS.       FATMES
           MOVE WS-CT-RECUSADOS        TO ARQF-QT-RECUSADOS-TRL.        FATMES
           MOVE WS-CT-FATURADOS        TO ARQF-QT-FATURADOS-TRL.        FATMES
           MOVE WS-VLR-FATURADO        TO ARQF-VLR-FATURADO-TRL.        FATMES
           MOVE WS-CT-SEM-TARIFA       TO ARQF-QT-SEM-TARIFA.           FATMES
      *                                                                 FATMES
           PERFORM RTESCREVEFATURA.                                     FATMES
      *                                                                 FATMES
       RTGRAVATRAILERX.                EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE ESCRITA NO ARQUIVO DO CONTAS A RECEBER            *FATMES
      ******************************************************************FATMES
       RTESCREVEFATURA                 SECTION.                         FATMES
      *                                                                 FATMES
           MOVE ARQFATUR               TO FD-REG-FATURA.                FATMES
      *                                                                 FATMES
           WRITE FD-REG-FATURA.                                         FATMES
      *                                                                 FATMES
           IF WS-FS-SYS030             NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.909I - ERRO NA GRAVACAO' WS-MSG-SYS030  FATMES
               DISPLAY '#FATMES.909I - FILE STATUS = '   WS-FS-SYS030   FATMES
               MOVE 0044                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
       RTESCREVEFATURAX.               EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE IMPRESSAO DO CONFRONTO COM O MODEL03              *FATMES
      ******************************************************************FATMES
       RTIMPRIMECONFRONTO              SECTION.                         FATMES
      *                                                                 FATMES
      *--- A PRIMEIRA LINHA E O TOTAL GERAL DO RESUMO DO MODEL03 DO    *FATMES
      *--- MESMO MES (MESMA CONCATENACAO NO SYS010); AS DEDUCOES       *FATMES
      *--- LEVAM DELE AO FATURADO, QUE E O TOTAL DO ARQUIVO DO CONTAS  *FATMES
      *--- A RECEBER.                                                  *FATMES
           PERFORM RTCABECALHO.                                         FATMES
      *                                                                 FATMES
           MOVE 'CONFRONTO COM O MODEL03 E TOTAIS DO FATURAMENTO'       FATMES
                                       TO SEC-TITULO.                   FATMES
           MOVE WS-LIN-SECAO           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE SPACES                 TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 'DETALHES LIDOS NO SARQUIVO (TOTAL GERAL DO MODEL03)'   FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-LIDOS            TO TOT-QTDE.                     FATMES
           MOVE WS-VLR-LIDO            TO TOT-VALOR.                    FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE SPACES                 TO TOT-VALOR-G.                  FATMES
      *                                                                 FATMES
           MOVE '(-) FORA DA APURACAO (OUTRO MES OU SEM TRAILER)'       FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-FORA-APURACAO    TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE '(-) NAO FATURAVEIS (AJUSTES MANUAIS E EXCLUSOES DELTA)'FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-NAO-FATURAVEIS   TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE '(-) RECUSADOS PELA EMPRESA NO RETORNO' TO TOT-TEXTO.   FATMES
           MOVE WS-CT-RECUSADOS        TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE '(=) FATURADOS - VALOR A COBRAR' TO TOT-TEXTO.          FATMES
           MOVE WS-CT-FATURADOS        TO TOT-QTDE.                     FATMES
           MOVE WS-VLR-FATURADO        TO TOT-VALOR.                    FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE SPACES                 TO TOT-VALOR-G.                  FATMES
      *                                                                 FATMES
           MOVE '    DOS QUAIS SEM TARIFA VIGENTE (NAO VALORIZADOS)'    FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-SEM-TARIFA       TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE SPACES                 TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 'INFORMATIVO - NAO ENTRA NA PROVA:' TO WS-LINHA.        FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 'DUPLICADOS SUPRIMIDOS NO MES (FORA DO SARQUIVO)'       FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-SUPRIMIDOS       TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 'RECUSAS LIDAS NOS RETORNOS (SYS011)' TO TOT-TEXTO.     FATMES
           MOVE WS-CT-RECUSAS-LIDAS    TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 'RECUSAS DE RETORNOS DE OUTRO MES (IGNORADAS)'          FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-RECUSAS-FORA-MES TO TOT-QTDE.                     FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 'RECUSAS SEM ENVIO CORRESPONDENTE NO MES (IGNORADAS)'   FATMES
                                       TO TOT-TEXTO.                    FATMES
           MOVE WS-CT-RECUSAS-SEM-ENVIO TO TOT-QTDE.                    FATMES
           MOVE WS-LIN-TOTAL           TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
       RTIMPRIMECONFRONTOX.            EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *FATMES
      ******************************************************************FATMES
       RTCARGAEMPRESAS                 SECTION.                         FATMES
      *                                                                 FATMES
      *--- OS NOMES SO ENFEITAM A FATURA: FALHA NA CARGA DEIXA-OS EM  * FATMES
      *--- BRANCO, COM AVISO NO SYSOUT, SEM ALTERAR O RETORNO.        * FATMES
           MOVE ZEROS                  TO WS-QT-CADASTRO.               FATMES
      *                                                                 FATMES
           EXEC SQL                                                     FATMES
               OPEN C-EMPRESA                                           FATMES
           END-EXEC.                                                    FATMES
      *                                                                 FATMES
           IF SQLCODE                  NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.912I - NOMES DE EMPRESA INDISPONIVEIS -'FATMES
               DISPLAY '#FATMES.912I - SQLCODE = ' SQLCODE              FATMES
               GO TO RTCARGAEMPRESASX                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           EXEC SQL                                                     FATMES
               FETCH C-EMPRESA                                          FATMES
                INTO :WS-EMP-CODIGO, :WS-EMP-NOME                       FATMES
           END-EXEC.                                                    FATMES
      *                                                                 FATMES
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        FATMES
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        FATMES
               ADD 1                   TO WS-QT-CADASTRO                FATMES
               SET I01-CAD             TO WS-QT-CADASTRO                FATMES
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    FATMES
               MOVE WS-EMP-NOME        TO WS-TB-CAD-NOME(I01-CAD)       FATMES
               EXEC SQL                                                 FATMES
                   FETCH C-EMPRESA                                      FATMES
                    INTO :WS-EMP-CODIGO, :WS-EMP-NOME                   FATMES
               END-EXEC                                                 FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         FATMES
               DISPLAY '#FATMES.912I - NOMES DE EMPRESA INCOMPLETOS -'  FATMES
               DISPLAY '#FATMES.912I - SQLCODE = ' SQLCODE              FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           EXEC SQL                                                     FATMES
               CLOSE C-EMPRESA                                          FATMES
           END-EXEC.                                                    FATMES
      *                                                                 FATMES
       RTCARGAEMPRESASX.               EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *FATMES
      ******************************************************************FATMES
       RTPROCURAEMPRESA                SECTION.                         FATMES
      *                                                                 FATMES
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         FATMES
      *                                                                 FATMES
           IF WS-QT-CADASTRO           EQUAL ZEROS                      FATMES
               GO TO RTPROCURAEMPRESAX                                  FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           SEARCH ALL WS-TB-CAD                                         FATMES
               AT END                                                   FATMES
                   CONTINUE                                             FATMES
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          FATMES
                                       EQUAL WS-EMPRESA-TESTE           FATMES
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    FATMES
           END-SEARCH.                                                  FATMES
      *                                                                 FATMES
       RTPROCURAEMPRESAX.              EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE CARGA DAS TARIFAS VIGENTES NO MES (DB2)           *FATMES
      ******************************************************************FATMES
       RTCARGATARIFAS                  SECTION.                         FATMES
      *                                                                 FATMES
      *--- SEM AS TARIFAS NAO HA O QUE FATURAR: FALHA NA CARGA OU     * FATMES
      *--- TABELA ESGOTADA ENCERRA COM O ARQUIVO DO CONTAS A RECEBER  * FATMES
      *--- VAZIO (SEM TRAILER), QUE O CONTAS A RECEBER RECUSA.        * FATMES
           MOVE ZEROS                  TO WS-QT-TARIFAS.                FATMES
           MOVE SPACES                 TO WS-TAR-ULTIMA-CHAVE           FATMES
                                           WS-TAR-ULTIMO-INICIO.        FATMES
      *                                                                 FATMES
           EXEC SQL                                                     FATMES
               OPEN C-TARIFA                                            FATMES
           END-EXEC.                                                    FATMES
      *                                                                 FATMES
           IF SQLCODE                  NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.913I - ERRO NA ABERTURA DAS TARIFAS'    FATMES
               DISPLAY '#FATMES.913I - SQLCODE = ' SQLCODE              FATMES
               MOVE 0088                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           PERFORM RTFETCHTARIFA.                                       FATMES
      *                                                                 FATMES
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        FATMES
               PERFORM RTGUARDATARIFA                                   FATMES
               PERFORM RTFETCHTARIFA                                    FATMES
           END-PERFORM.                                                 FATMES
      *                                                                 FATMES
           IF SQLCODE                  NOT EQUAL 100                    FATMES
               DISPLAY '#FATMES.913I - ERRO NA LEITURA DAS TARIFAS'     FATMES
               DISPLAY '#FATMES.913I - SQLCODE = ' SQLCODE              FATMES
               MOVE 0088                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           EXEC SQL                                                     FATMES
               CLOSE C-TARIFA                                           FATMES
           END-EXEC.                                                    FATMES
      *                                                                 FATMES
           DISPLAY '#FATMES.914I - FAIXAS DE TARIFA VIGENTES EM '       FATMES
                   WS-TAR-FIM-MES ': ' WS-QT-TARIFAS.                   FATMES
      *                                                                 FATMES
       RTCARGATARIFASX.                EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE LEITURA DO CURSOR DE TARIFAS                      *FATMES
      ******************************************************************FATMES
       RTFETCHTARIFA                   SECTION.                         FATMES
      *                                                                 FATMES
           EXEC SQL                                                     FATMES
               FETCH C-TARIFA                                           FATMES
                INTO :WS-TAR-EMPRESA, :WS-TAR-TRANSACAO,                FATMES
                     :WS-TAR-INICIO, :WS-TAR-FAIXA, :WS-TAR-VALOR       FATMES
           END-EXEC.                                                    FATMES
      *                                                                 FATMES
       RTFETCHTARIFAX.                 EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE GUARDA DE UMA FAIXA NA TABELA DE TARIFAS          *FATMES
      ******************************************************************FATMES
       RTGUARDATARIFA                  SECTION.                         FATMES
      *                                                                 FATMES
      *--- O CURSOR TRAZ A VIGENCIA MAIS RECENTE PRIMEIRO: FAIXA DE    *FATMES
      *--- UMA VIGENCIA MAIS ANTIGA DA MESMA EMPRESA/TRANSACAO E       *FATMES
      *--- DESPREZADA.                                                 *FATMES
           MOVE WS-TAR-EMPRESA         TO WS-TAR-BUSCA-EMPRESA.         FATMES
           MOVE WS-TAR-TRANSACAO       TO WS-TAR-BUSCA-TRANSACAO.       FATMES
      *                                                                 FATMES
           IF WS-TAR-CHAVE-BUSCA       EQUAL WS-TAR-ULTIMA-CHAVE        FATMES
            AND WS-TAR-INICIO          NOT EQUAL WS-TAR-ULTIMO-INICIO   FATMES
               GO TO RTGUARDATARIFAX                                    FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-QT-TARIFAS            EQUAL WS-QT-TARIFAS-MAX          FATMES
               DISPLAY '#FATMES.913I - TABELA DE TARIFAS ESGOTADA'      FATMES
               DISPLAY '#FATMES.913I - MAXIMO DE ' WS-QT-TARIFAS-MAX    FATMES
                       ' FAIXAS'                                        FATMES
               EXEC SQL                                                 FATMES
                   CLOSE C-TARIFA                                       FATMES
               END-EXEC                                                 FATMES
               MOVE 0036                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-QT-TARIFAS.                FATMES
           MOVE WS-QT-TARIFAS          TO WS-TAR-SUB.                   FATMES
           MOVE WS-TAR-CHAVE-BUSCA      TO WS-TB-TAR-CHAVE(WS-TAR-SUB). FATMES
           MOVE WS-TAR-INICIO           TO WS-TB-TAR-INICIO(WS-TAR-SUB).FATMES
           MOVE WS-TAR-FAIXA            TO WS-TB-TAR-FAIXA(WS-TAR-SUB). FATMES
           MOVE WS-TAR-VALOR            TO WS-TB-TAR-VALOR(WS-TAR-SUB). FATMES
      *                                                                 FATMES
           MOVE WS-TAR-CHAVE-BUSCA     TO WS-TAR-ULTIMA-CHAVE.          FATMES
           MOVE WS-TAR-INICIO          TO WS-TAR-ULTIMO-INICIO.         FATMES
      *                                                                 FATMES
       RTGUARDATARIFAX.                EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE CABECALHO DE PAGINA                               *FATMES
      ******************************************************************FATMES
       RTCABECALHO                     SECTION.                         FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-PAGINA.                 FATMES
      *                                                                 FATMES
           MOVE WS-REF-MES             TO CAB1-MES.                     FATMES
           MOVE WS-REF-ANO             TO CAB1-ANO.                     FATMES
           MOVE WS-CT-PAGINA           TO CAB1-PAG.                     FATMES
           MOVE WS-DATA-BR             TO CAB2-DATA.                    FATMES
           MOVE WS-HORA-BR             TO CAB2-HORA.                    FATMES
      *                                                                 FATMES
           SET WS-SALTO-PAGINA-SIM     TO TRUE.                         FATMES
           MOVE WS-LIN-CAB1            TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE WS-LIN-CAB2            TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE SPACES                 TO WS-LINHA.                     FATMES
           PERFORM RTESCREVE.                                           FATMES
      *                                                                 FATMES
           MOVE 3                      TO WS-CT-LINHAS.                 FATMES
      *                                                                 FATMES
       RTCABECALHOX.                   EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE ESCRITA NO RELATORIO                              *FATMES
      ******************************************************************FATMES
       RTESCREVE                       SECTION.                         FATMES
      *                                                                 FATMES
           MOVE WS-LINHA               TO FD-REG-RELATORIO.             FATMES
      *                                                                 FATMES
           IF WS-SALTO-PAGINA-SIM                                       FATMES
               WRITE FD-REG-RELATORIO  AFTER ADVANCING PAGE             FATMES
               SET WS-SALTO-PAGINA-NAO TO TRUE                          FATMES
           ELSE                                                         FATMES
               WRITE FD-REG-RELATORIO  AFTER ADVANCING 1 LINE           FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           IF WS-FS-SYS020             NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.909I - ERRO NA GRAVACAO' WS-MSG-SYS020  FATMES
               DISPLAY '#FATMES.909I - FILE STATUS = '   WS-FS-SYS020   FATMES
               MOVE 0044                TO WS-COD-RETORNO               FATMES
               PERFORM RTFECHA                                          FATMES
               PERFORM RTFINALIZA                                       FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
           ADD 1                       TO WS-CT-LINHAS.                 FATMES
      *                                                                 FATMES
       RTESCREVEX.                     EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *FATMES
      ******************************************************************FATMES
       RTFECHA                         SECTION.                         FATMES
      *                                                                 FATMES
           CLOSE SARQUIVO                                               FATMES
                 RETORNO                                                FATMES
                 RELATORIO                                              FATMES
                 FATURA.                                                FATMES
      *                                                                 FATMES
           IF WS-FS-SYS010             NOT EQUAL ZEROS                  FATMES
            OR WS-FS-SYS011            NOT EQUAL ZEROS                  FATMES
            OR WS-FS-SYS020            NOT EQUAL ZEROS                  FATMES
            OR WS-FS-SYS030            NOT EQUAL ZEROS                  FATMES
               DISPLAY '#FATMES.910I - ERRO NO FECHAMENTO DOS ARQUIVOS' FATMES
               DISPLAY '#FATMES.910I - FILE STATUS = ' WS-FS-SYS010     FATMES
                       ' ' WS-FS-SYS011 ' ' WS-FS-SYS020                FATMES
                       ' ' WS-FS-SYS030                                 FATMES
               IF WS-COD-RETORNO       EQUAL ZEROS                      FATMES
                   MOVE 0056           TO WS-COD-RETORNO                FATMES
               END-IF                                                   FATMES
           END-IF.                                                      FATMES
      *                                                                 FATMES
       RTFECHAX.                       EXIT.                            FATMES
      *                                                                 FATMES
      ******************************************************************FATMES
      *    ROTINA DE FINALIZACAO                                       *FATMES
      ******************************************************************FATMES
       RTFINALIZA                      SECTION.                         FATMES
      *                                                                 FATMES
           DISPLAY '*************************************************'. FATMES
           MOVE '#FATMES.999I - FIM DO PROCESSAMENTO' TO WS-MENSAGEM.   FATMES
      *                                                                 FATMES
           ACCEPT WS-DATA-MAQ          FROM DATE.                       FATMES
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FATMES
      *                                                                 FATMES
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   FATMES
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   FATMES
      *                                                                 FATMES
           DISPLAY WS-MENSAGEM.                                         FATMES
           DISPLAY WS-DATA-DISPLAY.                                     FATMES
           DISPLAY '*************************************************'. FATMES
      *                                                                 FATMES
           DISPLAY '------------------------------------------------'.  FATMES
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. FATMES
           DISPLAY '------------------------------------------------'.  FATMES
           DISPLAY '  MES DE REFERENCIA (PARM)    : '                   FATMES
                   WS-MES-REFERENCIA.                                   FATMES
           DISPLAY '  GERACOES LIDAS     (SYS010) : '                   FATMES
                   WS-CT-GERACOES.                                      FATMES
           DISPLAY '  GERACOES FORA DO MES        : '                   FATMES
                   WS-CT-GER-FORA-MES.                                  FATMES
           DISPLAY '  DETALHES LIDOS     (SYS010) : ' WS-CT-LIDOS.      FATMES
           DISPLAY '  FORA DA APURACAO            : '                   FATMES
                   WS-CT-FORA-APURACAO.                                 FATMES
           DISPLAY '  NAO FATURAVEIS              : '                   FATMES
                   WS-CT-NAO-FATURAVEIS.                                FATMES
           DISPLAY '  RECUSADOS ABATIDOS          : ' WS-CT-RECUSADOS.  FATMES
           DISPLAY '  FATURADOS                   : ' WS-CT-FATURADOS.  FATMES
           DISPLAY '  SEM TARIFA (NAO VALORIZADOS): '                   FATMES
                   WS-CT-SEM-TARIFA.                                    FATMES
           DISPLAY '  RETORNOS LIDOS     (SYS011) : '                   FATMES
                   WS-CT-RETORNOS-LIDOS.                                FATMES
           DISPLAY '  DETALHES GRAVADOS  (SYS030) : '                   FATMES
                   WS-CT-DETALHES-FATURA.                               FATMES
           DISPLAY '------------------------------------------------'.  FATMES
      *                                                                 FATMES
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  FATMES
      *                                                                 FATMES
           STOP RUN.                                                    FATMES
      *                                                                 FATMES
       RTFINALIZAX.                    EXIT.                            FATMES
      ******************************************************************FATMES
      *    FIM DO PROGRAMA                                             *FATMES
      ******************************************************************FATMES
