      ******************************************************************GERAVS
       IDENTIFICATION                  DIVISION.                        GERAVS
      ******************************************************************GERAVS
       PROGRAM-ID. GERAAVIS.                                            GERAVS
       AUTHOR.       FABRICA DE SOFTWARE.                               GERAVS
       DATE-WRITTEN. 15 OUT 2026.                                       GERAVS
       DATE-COMPILED.                                                   GERAVS
      ******************************************************************GERAVS
      *REMARKS.                                                         GERAVS
      *     *----------------------------------------------------------*GERAVS
      *     *#NOME     : GERAAVIS                                       GERAVS
      *     *----------------------------------------------------------*GERAVS
      *     *#TIPO     : BATCH                                          GERAVS
      *     *----------------------------------------------------------*GERAVS
      *     *#ANALISTA : FABRICA DE SOFTWARE                            GERAVS
      *     *----------------------------------------------------------*GERAVS
      *     *#FUNCAO   : GERACAO DO ARQUIVO DE AVISO AO REMETENTE DO    GERAVS
      *     *            EARQUIVO. RODA NO MODEL01J LOGO DEPOIS DO      GERAVS
      *     *            MODEL01 E GRAVA NUMA NOVA GERACAO DA GDG DE    GERAVS
      *     *            AVISO (SYS100 - VIDE COPY ARQAVISO), PARA      GERAVS
      *     *            TRANSMISSAO AO REMETENTE:                      GERAVS
      *     *            - UM DETALHE PARA CADA REGISTRO DA GERACAO     GERAVS
      *     *              RECEBIDA QUE NAO FOI LANCADO, LIDO DOS       GERAVS
      *     *              ARQUIVOS QUE O MODEL01 ACABOU DE GRAVAR:     GERAVS
      *     *              REJEITADOS NA CRITICA (SYS040 - REJ),        GERAVS
      *     *              DUPLICADOS SUPRIMIDOS (SYS070 - DUP) E       GERAVS
      *     *              RETIDOS POR LIMITE (SYS090 - RET), COM A     GERAVS
      *     *              CHAVE COMO RECEBIDA E O MOTIVO;              GERAVS
      *     *            - UM DETALHE PARA CADA DESFECHO POSTERIOR DE   GERAVS
      *     *              MOVIMENTOS DE DIAS ANTERIORES, LIDO DO       GERAVS
      *     *              HISTORICO DE EVENTOS (AUDITORIA.             GERAVS
      *     *              TB_EVENTO_MOVTO) DESDE O CORTE DO ULTIMO     GERAVS
      *     *              AVISO GERADO SEM ERRO: REJEITADO CORRIGIDO   GERAVS
      *     *              (COR), RESUBMETIDO (RES) OU REJEITADO DE     GERAVS
      *     *              NOVO NA RESUBMISSAO (REJ), RETIDO LIBERADO   GERAVS
      *     *              (LIB) OU RECUSADO (RCS) PELO SUPERVISOR;     GERAVS
      *     *            - UM TRAILER COM OS TOTAIS DA GERACAO          GERAVS
      *     *              RECEBIDA (RECEBIDOS, LANCADOS, REJEITADOS,   GERAVS
      *     *              SUPRIMIDOS, RETIDOS E AGENDADOS), TIRADOS DO GERAVS
      *     *              TRAILER DO SARQUIVO (SYS010) E DA CONTAGEM   GERAVS
      *     *              DOS REJEITADOS.                              GERAVS
      *     *            A EXECUCAO E REGISTRADA NO HISTORICO           GERAVS
      *     *            (AUDITORIA.TB_HIST_EXECUCAO); O INICIO DELA E  GERAVS
      *     *            O CORTE DOS DESFECHOS POSTERIORES DO PROXIMO   GERAVS
      *     *            AVISO.                                         GERAVS
      *     *----------------------------------------------------------*GERAVS
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *GERAVS
      *     *              - VERSAO INICIAL.                           *GERAVS
      *     *----------------------------------------------------------*GERAVS
      *     * VERSAO 02    - FABRICA DE SOFTWARE      -     15.10.2026 *GERAVS
      *     *              - CARGA DE LOTE: TOTAIS SOMADOS DE TODOS OS *GERAVS
      *     *                TRAILERS DA GERACAO (DATA DO ULTIMO).     *GERAVS
      *     *----------------------------------------------------------*GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       ENVIRONMENT                     DIVISION.                        GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       CONFIGURATION                   SECTION.                         GERAVS
      ******************************************************************GERAVS
       SPECIAL-NAMES.                                                   GERAVS
           DECIMAL-POINT               IS COMMA.                        GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       INPUT-OUTPUT                    SECTION.                         GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
       FILE-CONTROL.                                                    GERAVS
           SELECT SARQUIVO ASSIGN      TO SYS010                        GERAVS
                  FILE     STATUS      IS WS-FS-SYS010.                 GERAVS
      *                                                                 GERAVS
           SELECT RARQUIVO ASSIGN      TO SYS040                        GERAVS
                  FILE     STATUS      IS WS-FS-SYS040.                 GERAVS
      *                                                                 GERAVS
           SELECT DARQUIVO ASSIGN      TO SYS070                        GERAVS
                  FILE     STATUS      IS WS-FS-SYS070.                 GERAVS
      *                                                                 GERAVS
           SELECT HARQUIVO ASSIGN      TO SYS090                        GERAVS
                  FILE     STATUS      IS WS-FS-SYS090.                 GERAVS
      *                                                                 GERAVS
           SELECT AVISO    ASSIGN      TO SYS100                        GERAVS
                  FILE     STATUS      IS WS-FS-SYS100.                 GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       DATA                            DIVISION.                        GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       FILE                            SECTION.                         GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      *--- GERACAO DO SARQUIVO GRAVADA PELO MODEL01 (LAYOUT ARQUIVOS) - GERAVS
      *    SO O TRAILER E USADO: E DELE QUE SAEM OS TOTAIS DO AVISO.    GERAVS
       FD  SARQUIVO                                                     GERAVS
           RECORDING MODE              IS F                             GERAVS
           LABEL     RECORD            IS STANDARD                      GERAVS
           BLOCK     CONTAINS          0  RECORDS.                      GERAVS
       01  FD-REG-SARQUIVO.                                             GERAVS
           03  FILLER              PIC     X(200).                      GERAVS
      *                                                                 GERAVS
      *--- REJEITADOS NA CRITICA (REGISTRO ORIGINAL + MOTIVO) ----------GERAVS
       FD  RARQUIVO                                                     GERAVS
           RECORDING MODE              IS F                             GERAVS
           LABEL     RECORD            IS STANDARD                      GERAVS
           BLOCK     CONTAINS          0  RECORDS.                      GERAVS
       01  FD-REG-RARQUIVO.                                             GERAVS
           03  FD-REJ-REGISTRO         PIC     X(200).                  GERAVS
           03  FD-REJ-MOTIVO           PIC     X(04).                   GERAVS
      *                                                                 GERAVS
      *--- DUPLICADOS SUPRIMIDOS (REGISTRO ORIGINAL, SEM MOTIVO) -------GERAVS
       FD  DARQUIVO                                                     GERAVS
           RECORDING MODE              IS F                             GERAVS
           LABEL     RECORD            IS STANDARD                      GERAVS
           BLOCK     CONTAINS          0  RECORDS.                      GERAVS
       01  FD-REG-DARQUIVO.                                             GERAVS
           03  FD-DUP-REGISTRO         PIC     X(200).                  GERAVS
      *                                                                 GERAVS
      *--- RETIDOS POR LIMITE (REGISTRO ORIGINAL + MOTIVO) -------------GERAVS
       FD  HARQUIVO                                                     GERAVS
           RECORDING MODE              IS F                             GERAVS
           LABEL     RECORD            IS STANDARD                      GERAVS
           BLOCK     CONTAINS          0  RECORDS.                      GERAVS
       01  FD-REG-HARQUIVO.                                             GERAVS
           03  FD-RET-REGISTRO         PIC     X(200).                  GERAVS
           03  FD-RET-MOTIVO           PIC     X(04).                   GERAVS
      *                                                                 GERAVS
      *--- GERACAO DO AVISO AO REMETENTE (LAYOUT ARQAVISO) -------------GERAVS
       FD  AVISO                                                        GERAVS
           RECORDING MODE              IS F                             GERAVS
           LABEL     RECORD            IS STANDARD                      GERAVS
           BLOCK     CONTAINS          0  RECORDS.                      GERAVS
       01  FD-REG-AVISO.                                                GERAVS
           03  FILLER              PIC     X(200).                      GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       WORKING-STORAGE                 SECTION.                         GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       77  FILLER                  PIC     X(32)         VALUE          GERAVS
           'III WORKING-STORAGE SECTION III'.                           GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE FILE STATUS                                         *GERAVS
      ******************************************************************GERAVS
       01  WS-FS-SYS010            PIC     X(02)         VALUE SPACES.  GERAVS
       01  WS-FS-SYS040            PIC     X(02)         VALUE SPACES.  GERAVS
       01  WS-FS-SYS070            PIC     X(02)         VALUE SPACES.  GERAVS
       01  WS-FS-SYS090            PIC     X(02)         VALUE SPACES.  GERAVS
       01  WS-FS-SYS100            PIC     X(02)         VALUE SPACES.  GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE CONTADORES                                          *GERAVS
      ******************************************************************GERAVS
       01  WS-CT-SAIDA-LIDOS       PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-CT-TRAILERS          PIC     9(04)         VALUE ZEROS.   GERAVS
       01  WS-CT-REJEITADOS        PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-CT-DUPLICADOS        PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-CT-RETIDOS           PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-CT-POSTERIORES       PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-CT-GRAVADOS          PIC     9(08)         VALUE ZEROS.   GERAVS
      *                                                                 GERAVS
       01  WS-FIM-ARQUIVO          PIC     X(01)         VALUE 'N'.     GERAVS
           88  WS-FIM-ARQUIVO-SIM                        VALUE 'S'.     GERAVS
           88  WS-FIM-ARQUIVO-NAO                        VALUE 'N'.     GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE ABERTURA DOS ARQUIVOS                               *GERAVS
      ******************************************************************GERAVS
       01  WS-SARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     GERAVS
           88  WS-SARQUIVO-ABERTO-SIM                    VALUE 'S'.     GERAVS
           88  WS-SARQUIVO-FECHADO                       VALUE 'N'.     GERAVS
       01  WS-RARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     GERAVS
           88  WS-RARQUIVO-ABERTO-SIM                    VALUE 'S'.     GERAVS
           88  WS-RARQUIVO-FECHADO                       VALUE 'N'.     GERAVS
       01  WS-DARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     GERAVS
           88  WS-DARQUIVO-ABERTO-SIM                    VALUE 'S'.     GERAVS
           88  WS-DARQUIVO-FECHADO                       VALUE 'N'.     GERAVS
       01  WS-HARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     GERAVS
           88  WS-HARQUIVO-ABERTO-SIM                    VALUE 'S'.     GERAVS
           88  WS-HARQUIVO-FECHADO                       VALUE 'N'.     GERAVS
       01  WS-AVISO-ABERTO         PIC     X(01)         VALUE 'N'.     GERAVS
           88  WS-AVISO-ABERTO-SIM                       VALUE 'S'.     GERAVS
           88  WS-AVISO-FECHADO                          VALUE 'N'.     GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DOS TOTAIS DA GERACAO RECEBIDA                         *GERAVS
      ******************************************************************GERAVS
      *--- COPIA DO TRAILER DO SARQUIVO: RECEBIDOS SAO OS DETALHES    * GERAVS
      *--- LIDOS PELO MODEL01 E LANCADOS OS GRAVADOS NO SARQUIVO.     * GERAVS
       01  WS-TOT-DATA-PROCESSO    PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-TOT-RECEBIDOS        PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-TOT-LANCADOS         PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-TOT-SUPRIMIDOS       PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-TOT-RETIDOS          PIC     9(08)         VALUE ZEROS.   GERAVS
       01  WS-TOT-AGENDADOS        PIC     9(08)         VALUE ZEROS.   GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE AUXILIARES                                          *GERAVS
      ******************************************************************GERAVS
       01  WS-MSG-SYS010           PIC     X(18)         VALUE          GERAVS
           ' DO ARQUIVO SYS010'.                                        GERAVS
       01  WS-MSG-SYS040           PIC     X(18)         VALUE          GERAVS
           ' DO ARQUIVO SYS040'.                                        GERAVS
       01  WS-MSG-SYS070           PIC     X(18)         VALUE          GERAVS
           ' DO ARQUIVO SYS070'.                                        GERAVS
       01  WS-MSG-SYS090           PIC     X(18)         VALUE          GERAVS
           ' DO ARQUIVO SYS090'.                                        GERAVS
       01  WS-MSG-SYS100           PIC     X(18)         VALUE          GERAVS
           ' DO ARQUIVO SYS100'.                                        GERAVS
      *                                                                 GERAVS
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  GERAVS
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  GERAVS
      *                                                                 GERAVS
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  GERAVS
       01  WS-DATA-DISPLAY.                                             GERAVS
           03  WS-DATA-BR.                                              GERAVS
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  GERAVS
               05  FILLER          PIC     X             VALUE '/'.     GERAVS
               05  WS-MES          PIC     X(02)         VALUE SPACES.  GERAVS
               05  FILLER          PIC     X             VALUE '/'.     GERAVS
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  GERAVS
               05  FILLER          PIC     X             VALUE ' '.     GERAVS
           03  WS-HORA-BR.                                              GERAVS
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   GERAVS
               05  FILLER          PIC     X             VALUE ':'.     GERAVS
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   GERAVS
               05  FILLER          PIC     X             VALUE ':'.     GERAVS
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   GERAVS
      *                                                                 GERAVS
      *--- MOTIVO DO DETALHE DO DIA, PARA A DESCRICAO NO AVISO -------- GERAVS
       01  WS-MOTIVO               PIC     X(04)         VALUE SPACES.  GERAVS
      *                                                                 GERAVS
      *--- VALOR DO EVENTO NO FORMATO ZONADO DO EARQUIVO, PARA VOLTAR * GERAVS
      *--- AO REMETENTE NOS MESMOS 13 BYTES EM QUE FOI ENVIADO.       * GERAVS
       01  WS-VALOR-ZONADO         PIC    S9(11)V99      VALUE ZEROS.   GERAVS
       01  WS-VALOR-ZONADO-X       REDEFINES WS-VALOR-ZONADO            GERAVS
                                   PIC     X(13).                       GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE PARAMETROS DE EXECUCAO                              *GERAVS
      ******************************************************************GERAVS
      *--- MESMO PARAMETRO ESTRUTURADO DA FAMILIA MODEL01 - SO A DATA * GERAVS
      *--- DE MOVIMENTO E O CODIGO DE RETORNO SAO USADOS AQUI.        * GERAVS
       COPY PARMEXEC.                                                   GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE COPY BOOKS                                          *GERAVS
      ******************************************************************GERAVS
       COPY ARQUIVOS.                                                   GERAVS
      *                                                                 GERAVS
       COPY ARQAVISO.                                                   GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    AREA DE DB2                                                 *GERAVS
      ******************************************************************GERAVS
      *--- AREA DE TRABALHO PARA AUDITORIA DE ERROS DE ARQUIVO         *GERAVS
       01  WS-AUDIT-PROGRAMA       PIC     X(08)         VALUE          GERAVS
           'GERAAVIS'.                                                  GERAVS
       01  WS-AUDIT-ARQUIVO        PIC     X(10)         VALUE SPACES.  GERAVS
       01  WS-AUDIT-STATUS         PIC     X(02)         VALUE SPACES.  GERAVS
       01  WS-AUDIT-TIMESTAMP      PIC     X(14)         VALUE SPACES.  GERAVS
      *                                                                 GERAVS
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------GERAVS
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          GERAVS
           'GERAAVIS'.                                                  GERAVS
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  GERAVS
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    GERAVS
                                                         COMP.          GERAVS
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'A'.     GERAVS
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  GERAVS
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  GERAVS
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    GERAVS
                                                         COMP.          GERAVS
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    GERAVS
                                                         COMP.          GERAVS
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    GERAVS
                                                         COMP.          GERAVS
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    GERAVS
                                                         COMP.          GERAVS
      *                                                                 GERAVS
      *--- AREA DE TRABALHO PARA OS DESFECHOS POSTERIORES --------------GERAVS
      *--- A JANELA VAI DO INICIO DO ULTIMO AVISO GERADO COM RETORNO  * GERAVS
      *--- ATE 4 (INCLUSIVE) AO INICIO DESTE (EXCLUSIVE), NO FORMATO  * GERAVS
      *--- DE DAT_HOR_EVENTO (AAAAMMDDHHMMSSCC). UM AVISO COM ERRO NAO* GERAVS
      *--- AVANCA O CORTE: O PROXIMO REPETE A JANELA E NADA SE PERDE. * GERAVS
       01  WS-AVS-CORTE-ANTERIOR   PIC     X(14)         VALUE SPACES.  GERAVS
       01  WS-AVS-CORTE-INICIO     PIC     X(16)         VALUE SPACES.  GERAVS
       01  WS-AVS-CORTE-FIM        PIC     X(16)         VALUE SPACES.  GERAVS
      *                                                                 GERAVS
       01  WS-AVS-TRANSACAO        PIC     X(04)         VALUE SPACES.  GERAVS
       01  WS-AVS-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.  GERAVS
       01  WS-AVS-EMPRESA          PIC     X(04)         VALUE SPACES.  GERAVS
       01  WS-AVS-VALOR            PIC    S9(11)V99      VALUE ZEROS    GERAVS
                                                         COMP-3.        GERAVS
       01  WS-AVS-DATA-MOVTO       PIC     X(08)         VALUE SPACES.  GERAVS
       01  WS-AVS-CODIGO           PIC     X(03)         VALUE SPACES.  GERAVS
       01  WS-AVS-MOTIVO           PIC     X(04)         VALUE SPACES.  GERAVS
       01  WS-AVS-COMPLEMENTO      PIC     X(40)         VALUE SPACES.  GERAVS
      *                                                                 GERAVS
       EXEC SQL                                                         GERAVS
           INCLUDE SQLCA                                                GERAVS
       END-EXEC.                                                        GERAVS
      *                                                                 GERAVS
      *--- DA CORRECAO SO INTERESSA O EVENTO NA CHAVE ORIGINAL (COMO  * GERAVS
      *--- O REMETENTE A ENVIOU), QUE O CORRREJ GRAVA COM A CHAVE     * GERAVS
      *--- NOVA NO COMPLEMENTO; O REJ QUE INTERESSA E O DA RESUBMIS-  * GERAVS
      *--- SAO - O DO PROPRIO DIA JA SAIU NO AVISO DAQUELE DIA.       * GERAVS
       EXEC SQL                                                         GERAVS
           DECLARE C-POSTERIOR CURSOR FOR                               GERAVS
           SELECT COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,              GERAVS
                  VLR_MOVTO, DAT_MOVIMENTO, COD_EVENTO,                 GERAVS
                  COD_MOTIVO, DES_COMPLEMENTO                           GERAVS
             FROM AUDITORIA.TB_EVENTO_MOVTO                             GERAVS
            WHERE DAT_HOR_EVENTO >= :WS-AVS-CORTE-INICIO                GERAVS
              AND DAT_HOR_EVENTO <  :WS-AVS-CORTE-FIM                   GERAVS
              AND (COD_EVENTO IN ('RES', 'LIB', 'RCS')                  GERAVS
                   OR (COD_EVENTO   = 'REJ'                             GERAVS
                       AND NOM_PROGRAMA = 'RESSUBME')                   GERAVS
                   OR (COD_EVENTO   = 'COR'                             GERAVS
                       AND DES_COMPLEMENTO LIKE 'CORRIGIDO PARA%'))     GERAVS
            ORDER BY DAT_HOR_EVENTO, NUM_SEQ_EVENTO                     GERAVS
       END-EXEC.                                                        GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       77  FILLER                  PIC     X(38)         VALUE          GERAVS
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       LINKAGE                         SECTION.                         GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      *--- PARAMETRO DE EXECUCAO RECEBIDO DO JOB CHAMADOR (MESMO       *GERAVS
      *--- LAYOUT DE WS-PARM-EXECUCAO, COM PREFIXO LK- - VIDE COPY     *GERAVS
      *--- PARMEXEC)                                                   *GERAVS
       COPY PARMEXEC REPLACING LEADING ==WS== BY ==LK==.                GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
       PROCEDURE                       DIVISION USING LK-PARM-EXECUCAO. GERAVS
      ******************************************************************GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA PRINCIPAL                                            *GERAVS
      ******************************************************************GERAVS
       RTPRINCIPAL                     SECTION.                         GERAVS
      *                                                                 GERAVS
           PERFORM RTINICIALIZA.                                        GERAVS
      *                                                                 GERAVS
      *--- OS TOTAIS VEM ANTES DE TUDO: SEM O TRAILER DO SARQUIVO A   * GERAVS
      *--- GERACAO DO MODEL01 ESTA INCOMPLETA E NAO HA O QUE AVISAR.  * GERAVS
           PERFORM RTLETOTAIS.                                          GERAVS
      *                                                                 GERAVS
           PERFORM RTAVISAREJEITADOS.                                   GERAVS
      *                                                                 GERAVS
           PERFORM RTAVISADUPLICADOS.                                   GERAVS
      *                                                                 GERAVS
           PERFORM RTAVISARETIDOS.                                      GERAVS
      *                                                                 GERAVS
           PERFORM RTAVISAPOSTERIORES.                                  GERAVS
      *                                                                 GERAVS
           PERFORM RTGRAVATRAILER.                                      GERAVS
      *                                                                 GERAVS
           PERFORM RTFECHA.                                             GERAVS
      *                                                                 GERAVS
           PERFORM RTFINALIZA.                                          GERAVS
      *                                                                 GERAVS
       RTPRINCIPALX.                   EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE INICIALIZACAO                                     *GERAVS
      ******************************************************************GERAVS
       RTINICIALIZA                    SECTION.                         GERAVS
      *                                                                 GERAVS
           INITIALIZE ARQUIVOS                                          GERAVS
                      ARQAVISO                                          GERAVS
                      WS-PARM-EXECUCAO.                                 GERAVS
      *                                                                 GERAVS
           DISPLAY '*************************************************'. GERAVS
           MOVE '#GERAVS.900I - INICIO DO PROCESSAMENTO'                GERAVS
                                       TO WS-MENSAGEM.                  GERAVS
      *                                                                 GERAVS
           ACCEPT WS-DATA-MAQ          FROM DATE.                       GERAVS
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAVS
      *                                                                 GERAVS
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   GERAVS
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   GERAVS
      *                                                                 GERAVS
           DISPLAY WS-MENSAGEM.                                         GERAVS
           DISPLAY WS-DATA-DISPLAY.                                     GERAVS
           DISPLAY '*************************************************'. GERAVS
      *                                                                 GERAVS
           MOVE LK-PARM-EXECUCAO       TO WS-PARM-EXECUCAO.             GERAVS
           MOVE ZEROS                  TO WS-COD-RETORNO.               GERAVS
      *                                                                 GERAVS
           IF WS-DATA-EXECUCAO         EQUAL ZEROS                      GERAVS
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD               GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO - E TAMBEM O    *GERAVS
      *--- FIM DA JANELA DOS DESFECHOS POSTERIORES DESTE AVISO.        *GERAVS
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              GERAVS
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAVS
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                GERAVS
                  WS-TIME-MAQ          DELIMITED BY SIZE                GERAVS
                                       INTO WS-HIST-INICIO.             GERAVS
      *                                                                 GERAVS
           OPEN INPUT SARQUIVO.                                         GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS010             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.901I - ERRO NA ABERTURA' WS-MSG-SYS010  GERAVS
               DISPLAY '#GERAVS.901I - FILE STATUS = '   WS-FS-SYS010   GERAVS
               MOVE 'SARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS010       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0020                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           SET WS-SARQUIVO-ABERTO-SIM  TO TRUE.                         GERAVS
      *                                                                 GERAVS
           OPEN INPUT RARQUIVO.                                         GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS040             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.902I - ERRO NA ABERTURA' WS-MSG-SYS040  GERAVS
               DISPLAY '#GERAVS.902I - FILE STATUS = '   WS-FS-SYS040   GERAVS
               MOVE 'RARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS040       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0024                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           SET WS-RARQUIVO-ABERTO-SIM  TO TRUE.                         GERAVS
      *                                                                 GERAVS
           OPEN INPUT DARQUIVO.                                         GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS070             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.903I - ERRO NA ABERTURA' WS-MSG-SYS070  GERAVS
               DISPLAY '#GERAVS.903I - FILE STATUS = '   WS-FS-SYS070   GERAVS
               MOVE 'DARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS070       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0028                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           SET WS-DARQUIVO-ABERTO-SIM  TO TRUE.                         GERAVS
      *                                                                 GERAVS
           OPEN INPUT HARQUIVO.                                         GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS090             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.904I - ERRO NA ABERTURA' WS-MSG-SYS090  GERAVS
               DISPLAY '#GERAVS.904I - FILE STATUS = '   WS-FS-SYS090   GERAVS
               MOVE 'HARQUIVO'         TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS090       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0032                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           SET WS-HARQUIVO-ABERTO-SIM  TO TRUE.                         GERAVS
      *                                                                 GERAVS
           OPEN OUTPUT AVISO.                                           GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS100             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.905I - ERRO NA ABERTURA' WS-MSG-SYS100  GERAVS
               DISPLAY '#GERAVS.905I - FILE STATUS = '   WS-FS-SYS100   GERAVS
               MOVE 'AVISO'            TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS100       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0036                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           SET WS-AVISO-ABERTO-SIM     TO TRUE.                         GERAVS
      *                                                                 GERAVS
       RTINICIALIZAX.                  EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE LEITURA DOS TOTAIS DO SARQUIVO                    *GERAVS
      ******************************************************************GERAVS
       RTLETOTAIS                      SECTION.                         GERAVS
      *                                                                 GERAVS
      *--- NA CARGA DE LOTE A GERACAO TRAZ UM TRAILER POR DIA: OS      *GERAVS
      *--- TOTAIS SAO SOMADOS DE TODOS ELES E A DATA E A DO ULTIMO.    *GERAVS
           SET WS-FIM-ARQUIVO-NAO      TO TRUE.                         GERAVS
      *                                                                 GERAVS
           PERFORM UNTIL WS-FIM-ARQUIVO-SIM                             GERAVS
               READ SARQUIVO           INTO ARQUIVOS                    GERAVS
               EVALUATE WS-FS-SYS010                                    GERAVS
                   WHEN ZEROS                                           GERAVS
                       ADD 1           TO WS-CT-SAIDA-LIDOS             GERAVS
                       IF ARQS-REG-TRAILER                              GERAVS
                           ADD 1       TO WS-CT-TRAILERS                GERAVS
                           MOVE ARQS-DATA-PROCESSO                      GERAVS
                                       TO WS-TOT-DATA-PROCESSO          GERAVS
                           ADD ARQS-QT-LIDOS                            GERAVS
                                       TO WS-TOT-RECEBIDOS              GERAVS
                           ADD ARQS-QT-GRAVADOS                         GERAVS
                                       TO WS-TOT-LANCADOS               GERAVS
                           ADD ARQS-QT-DUPLICADOS                       GERAVS
                                       TO WS-TOT-SUPRIMIDOS             GERAVS
                           ADD ARQS-QT-RETIDOS                          GERAVS
                                       TO WS-TOT-RETIDOS                GERAVS
                           ADD ARQS-QT-AGENDADOS                        GERAVS
                                       TO WS-TOT-AGENDADOS              GERAVS
                       END-IF                                           GERAVS
                   WHEN '10'                                            GERAVS
                       SET WS-FIM-ARQUIVO-SIM TO TRUE                   GERAVS
                   WHEN OTHER                                           GERAVS
                       DISPLAY '#GERAVS.906I - ERRO NA LEITURA'         GERAVS
                               WS-MSG-SYS010                            GERAVS
                       DISPLAY '#GERAVS.906I - FILE STATUS = '          GERAVS
                               WS-FS-SYS010                             GERAVS
                       MOVE 'SARQUIVO' TO WS-AUDIT-ARQUIVO              GERAVS
                       MOVE WS-FS-SYS010 TO WS-AUDIT-STATUS             GERAVS
                       PERFORM RTGRAVAAUDITORIA                         GERAVS
                       MOVE 0040        TO WS-COD-RETORNO               GERAVS
                       PERFORM RTFECHA                                  GERAVS
                       PERFORM RTFINALIZA                               GERAVS
               END-EVALUATE                                             GERAVS
           END-PERFORM.                                                 GERAVS
      *                                                                 GERAVS
           IF WS-CT-TRAILERS           EQUAL ZEROS                      GERAVS
               DISPLAY '#GERAVS.908I - SARQUIVO SEM TRAILER DE TOTAIS'  GERAVS
               DISPLAY '#GERAVS.908I - REGISTROS LIDOS = '              GERAVS
                       WS-CT-SAIDA-LIDOS                                GERAVS
               MOVE 0048                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
       RTLETOTAISX.                    EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE AVISO DOS REJEITADOS NA CRITICA                   *GERAVS
      ******************************************************************GERAVS
       RTAVISAREJEITADOS               SECTION.                         GERAVS
      *                                                                 GERAVS
           SET WS-FIM-ARQUIVO-NAO      TO TRUE.                         GERAVS
      *                                                                 GERAVS
           PERFORM UNTIL WS-FIM-ARQUIVO-SIM                             GERAVS
               READ RARQUIVO                                            GERAVS
               EVALUATE WS-FS-SYS040                                    GERAVS
                   WHEN ZEROS                                           GERAVS
                       ADD 1           TO WS-CT-REJEITADOS              GERAVS
                       MOVE SPACES     TO ARQAVISO                      GERAVS
                       SET ARQA-REG-DETALHE TO TRUE                     GERAVS
                       MOVE FD-REJ-REGISTRO(2:29)                       GERAVS
                                       TO ARQA-CHAVE-ORIGINAL           GERAVS
                       SET ARQA-SIT-REJEITADO TO TRUE                   GERAVS
                       MOVE FD-REJ-MOTIVO TO ARQA-MOTIVO                GERAVS
                                             WS-MOTIVO                  GERAVS
                       PERFORM RTDESCREVEMOTIVO                         GERAVS
                       PERFORM RTGRAVADODIA                             GERAVS
                   WHEN '10'                                            GERAVS
                       SET WS-FIM-ARQUIVO-SIM TO TRUE                   GERAVS
                   WHEN OTHER                                           GERAVS
                       DISPLAY '#GERAVS.906I - ERRO NA LEITURA'         GERAVS
                               WS-MSG-SYS040                            GERAVS
                       DISPLAY '#GERAVS.906I - FILE STATUS = '          GERAVS
                               WS-FS-SYS040                             GERAVS
                       MOVE 'RARQUIVO' TO WS-AUDIT-ARQUIVO              GERAVS
                       MOVE WS-FS-SYS040 TO WS-AUDIT-STATUS             GERAVS
                       PERFORM RTGRAVAAUDITORIA                         GERAVS
                       MOVE 0040        TO WS-COD-RETORNO               GERAVS
                       PERFORM RTFECHA                                  GERAVS
                       PERFORM RTFINALIZA                               GERAVS
               END-EVALUATE                                             GERAVS
           END-PERFORM.                                                 GERAVS
      *                                                                 GERAVS
       RTAVISAREJEITADOSX.             EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE AVISO DOS DUPLICADOS SUPRIMIDOS                   *GERAVS
      ******************************************************************GERAVS
       RTAVISADUPLICADOS               SECTION.                         GERAVS
      *                                                                 GERAVS
           SET WS-FIM-ARQUIVO-NAO      TO TRUE.                         GERAVS
      *                                                                 GERAVS
           PERFORM UNTIL WS-FIM-ARQUIVO-SIM                             GERAVS
               READ DARQUIVO                                            GERAVS
               EVALUATE WS-FS-SYS070                                    GERAVS
                   WHEN ZEROS                                           GERAVS
                       ADD 1           TO WS-CT-DUPLICADOS              GERAVS
                       MOVE SPACES     TO ARQAVISO                      GERAVS
                       SET ARQA-REG-DETALHE TO TRUE                     GERAVS
                       MOVE FD-DUP-REGISTRO(2:29)                       GERAVS
                                       TO ARQA-CHAVE-ORIGINAL           GERAVS
                       SET ARQA-SIT-DUPLICADO TO TRUE                   GERAVS
                       MOVE SPACES     TO ARQA-MOTIVO                   GERAVS
                       MOVE 'REPETIDO NA MESMA GERACAO - SUPRIMIDO'     GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
                       PERFORM RTGRAVADODIA                             GERAVS
                   WHEN '10'                                            GERAVS
                       SET WS-FIM-ARQUIVO-SIM TO TRUE                   GERAVS
                   WHEN OTHER                                           GERAVS
                       DISPLAY '#GERAVS.906I - ERRO NA LEITURA'         GERAVS
                               WS-MSG-SYS070                            GERAVS
                       DISPLAY '#GERAVS.906I - FILE STATUS = '          GERAVS
                               WS-FS-SYS070                             GERAVS
                       MOVE 'DARQUIVO' TO WS-AUDIT-ARQUIVO              GERAVS
                       MOVE WS-FS-SYS070 TO WS-AUDIT-STATUS             GERAVS
                       PERFORM RTGRAVAAUDITORIA                         GERAVS
                       MOVE 0040        TO WS-COD-RETORNO               GERAVS
                       PERFORM RTFECHA                                  GERAVS
                       PERFORM RTFINALIZA                               GERAVS
               END-EVALUATE                                             GERAVS
           END-PERFORM.                                                 GERAVS
      *                                                                 GERAVS
       RTAVISADUPLICADOSX.             EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE AVISO DOS RETIDOS POR LIMITE                      *GERAVS
      ******************************************************************GERAVS
       RTAVISARETIDOS                  SECTION.                         GERAVS
      *                                                                 GERAVS
           SET WS-FIM-ARQUIVO-NAO      TO TRUE.                         GERAVS
      *                                                                 GERAVS
           PERFORM UNTIL WS-FIM-ARQUIVO-SIM                             GERAVS
               READ HARQUIVO                                            GERAVS
               EVALUATE WS-FS-SYS090                                    GERAVS
                   WHEN ZEROS                                           GERAVS
                       ADD 1           TO WS-CT-RETIDOS                 GERAVS
                       MOVE SPACES     TO ARQAVISO                      GERAVS
                       SET ARQA-REG-DETALHE TO TRUE                     GERAVS
                       MOVE FD-RET-REGISTRO(2:29)                       GERAVS
                                       TO ARQA-CHAVE-ORIGINAL           GERAVS
                       SET ARQA-SIT-RETIDO TO TRUE                      GERAVS
                       MOVE FD-RET-MOTIVO TO ARQA-MOTIVO                GERAVS
                                             WS-MOTIVO                  GERAVS
                       PERFORM RTDESCREVEMOTIVO                         GERAVS
                       PERFORM RTGRAVADODIA                             GERAVS
                   WHEN '10'                                            GERAVS
                       SET WS-FIM-ARQUIVO-SIM TO TRUE                   GERAVS
                   WHEN OTHER                                           GERAVS
                       DISPLAY '#GERAVS.906I - ERRO NA LEITURA'         GERAVS
                               WS-MSG-SYS090                            GERAVS
                       DISPLAY '#GERAVS.906I - FILE STATUS = '          GERAVS
                               WS-FS-SYS090                             GERAVS
                       MOVE 'HARQUIVO' TO WS-AUDIT-ARQUIVO              GERAVS
                       MOVE WS-FS-SYS090 TO WS-AUDIT-STATUS             GERAVS
                       PERFORM RTGRAVAAUDITORIA                         GERAVS
                       MOVE 0040        TO WS-COD-RETORNO               GERAVS
                       PERFORM RTFECHA                                  GERAVS
                       PERFORM RTFINALIZA                               GERAVS
               END-EVALUATE                                             GERAVS
           END-PERFORM.                                                 GERAVS
      *                                                                 GERAVS
       RTAVISARETIDOSX.                EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE DESCRICAO DO MOTIVO DE REJEICAO/RETENCAO          *GERAVS
      ******************************************************************GERAVS
       RTDESCREVEMOTIVO                SECTION.                         GERAVS
      *                                                                 GERAVS
      *--- MESMOS CODIGOS DA CRITICA DO MODEL01 (R001-R007) E DA       *GERAVS
      *--- RETENCAO POR LIMITE (L001/L002).                            *GERAVS
           EVALUATE WS-MOTIVO                                           GERAVS
               WHEN 'R001'                                              GERAVS
                   MOVE 'TRANSACAO INEXISTENTE NO CADASTRO'             GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'R002'                                              GERAVS
                   MOVE 'DATA EFETIVA INVALIDA'                         GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'R003'                                              GERAVS
                   MOVE 'CODIGO DE EMPRESA NAO NUMERICO'                GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'R004'                                              GERAVS
                   MOVE 'VALOR NAO NUMERICO'                            GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'R005'                                              GERAVS
                   MOVE 'EMPRESA NAO CADASTRADA'                        GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'R006'                                              GERAVS
                   MOVE 'EMPRESA INATIVA NO CADASTRO'                   GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'R007'                                              GERAVS
                   MOVE 'DATA EFETIVA EM DIA NAO UTIL'                  GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'L001'                                              GERAVS
                   MOVE 'RETIDO - LIMITE POR MOVIMENTO DA EMPRESA'      GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN 'L002'                                              GERAVS
                   MOVE 'RETIDO - LIMITE DIARIO DA EMPRESA'             GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
               WHEN OTHER                                               GERAVS
                   MOVE 'MOTIVO NAO CODIFICADO'                         GERAVS
                                       TO ARQA-DESCRICAO                GERAVS
           END-EVALUATE.                                                GERAVS
      *                                                                 GERAVS
       RTDESCREVEMOTIVOX.              EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE GRAVACAO DO DETALHE DA GERACAO DO DIA             *GERAVS
      ******************************************************************GERAVS
       RTGRAVADODIA                    SECTION.                         GERAVS
      *                                                                 GERAVS
           SET ARQA-DO-DIA             TO TRUE.                         GERAVS
           MOVE WS-TOT-DATA-PROCESSO   TO ARQA-DATA-MOVIMENTO.          GERAVS
      *                                                                 GERAVS
           PERFORM RTGRAVAAVISO.                                        GERAVS
      *                                                                 GERAVS
       RTGRAVADODIAX.                  EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE AVISO DOS DESFECHOS POSTERIORES (DB2)             *GERAVS
      ******************************************************************GERAVS
       RTAVISAPOSTERIORES              SECTION.                         GERAVS
      *                                                                 GERAVS
      *--- FALHA NO DB2 AQUI NAO IMPEDE O AVISO DO DIA: ELE SAI SO COM *GERAVS
      *--- A GERACAO RECEBIDA E RETORNO 0008, QUE NAO AVANCA O CORTE - *GERAVS
      *--- O PROXIMO AVISO RECUPERA OS DESFECHOS DESTA JANELA.         *GERAVS
           EXEC SQL                                                     GERAVS
               SELECT VALUE(MAX(DAT_HOR_INICIO), ' ')                   GERAVS
                 INTO :WS-AVS-CORTE-ANTERIOR                            GERAVS
                 FROM AUDITORIA.TB_HIST_EXECUCAO                        GERAVS
                WHERE NOM_PROGRAMA      = :WS-HIST-PROGRAMA             GERAVS
                  AND COD_RETORNO_FINAL <= 4                            GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
           IF SQLCODE                  NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.910I - ULTIMO AVISO INDISPONIVEL'       GERAVS
               DISPLAY '#GERAVS.910I - SQLCODE = ' SQLCODE              GERAVS
               DISPLAY '#GERAVS.910I - DESFECHOS POSTERIORES NAO '      GERAVS
                       'AVISADOS'                                       GERAVS
               IF WS-COD-RETORNO       EQUAL ZEROS                      GERAVS
                   MOVE 0008           TO WS-COD-RETORNO                GERAVS
               END-IF                                                   GERAVS
               GO TO RTAVISAPOSTERIORESX                                GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
      *--- PRIMEIRO AVISO DO AMBIENTE: A JANELA COMECA NA ZERO HORA DO *GERAVS
      *--- DIA DA EXECUCAO.                                            *GERAVS
           IF WS-AVS-CORTE-ANTERIOR    EQUAL SPACES                     GERAVS
               STRING WS-HIST-INICIO(1:8) DELIMITED BY SIZE             GERAVS
                      '00000000'       DELIMITED BY SIZE                GERAVS
                                       INTO WS-AVS-CORTE-INICIO         GERAVS
           ELSE                                                         GERAVS
               STRING WS-AVS-CORTE-ANTERIOR DELIMITED BY SIZE           GERAVS
                      '00'             DELIMITED BY SIZE                GERAVS
                                       INTO WS-AVS-CORTE-INICIO         GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           STRING WS-HIST-INICIO       DELIMITED BY SIZE                GERAVS
                  '00'                 DELIMITED BY SIZE                GERAVS
                                       INTO WS-AVS-CORTE-FIM.           GERAVS
      *                                                                 GERAVS
           DISPLAY '#GERAVS.912I - DESFECHOS POSTERIORES DE '           GERAVS
                   WS-AVS-CORTE-INICIO ' A ' WS-AVS-CORTE-FIM.          GERAVS
      *                                                                 GERAVS
           EXEC SQL                                                     GERAVS
               OPEN C-POSTERIOR                                         GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
           IF SQLCODE                  NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.911I - ERRO NA ABERTURA DO CURSOR'      GERAVS
               DISPLAY '#GERAVS.911I - SQLCODE = ' SQLCODE              GERAVS
               IF WS-COD-RETORNO       EQUAL ZEROS                      GERAVS
                   MOVE 0008           TO WS-COD-RETORNO                GERAVS
               END-IF                                                   GERAVS
               GO TO RTAVISAPOSTERIORESX                                GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           PERFORM RTLEPOSTERIOR.                                       GERAVS
      *                                                                 GERAVS
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        GERAVS
               MOVE SPACES             TO ARQAVISO                      GERAVS
               SET ARQA-REG-DETALHE    TO TRUE                          GERAVS
               MOVE WS-AVS-TRANSACAO   TO ARQA-COD-TRANSACAO            GERAVS
               MOVE WS-AVS-DATA-EFETIVA TO ARQA-DATA-EFETIVA            GERAVS
               MOVE WS-AVS-EMPRESA     TO ARQA-EMPRESA                  GERAVS
               MOVE WS-AVS-VALOR       TO WS-VALOR-ZONADO               GERAVS
               MOVE WS-VALOR-ZONADO-X  TO ARQA-VALOR                    GERAVS
               MOVE WS-AVS-CODIGO      TO ARQA-SITUACAO                 GERAVS
               MOVE WS-AVS-MOTIVO      TO ARQA-MOTIVO                   GERAVS
               SET ARQA-POSTERIOR      TO TRUE                          GERAVS
               MOVE WS-AVS-DATA-MOVTO  TO ARQA-DATA-MOVIMENTO           GERAVS
               MOVE WS-AVS-COMPLEMENTO TO ARQA-DESCRICAO                GERAVS
               PERFORM RTGRAVAAVISO                                     GERAVS
               ADD 1                   TO WS-CT-POSTERIORES             GERAVS
               PERFORM RTLEPOSTERIOR                                    GERAVS
           END-PERFORM.                                                 GERAVS
      *                                                                 GERAVS
           IF SQLCODE                  NOT EQUAL 100                    GERAVS
               DISPLAY '#GERAVS.911I - ERRO NA LEITURA DO CURSOR'       GERAVS
               DISPLAY '#GERAVS.911I - SQLCODE = ' SQLCODE              GERAVS
               IF WS-COD-RETORNO       EQUAL ZEROS                      GERAVS
                   MOVE 0008           TO WS-COD-RETORNO                GERAVS
               END-IF                                                   GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           EXEC SQL                                                     GERAVS
               CLOSE C-POSTERIOR                                        GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
       RTAVISAPOSTERIORESX.            EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE LEITURA DO CURSOR DE DESFECHOS POSTERIORES        *GERAVS
      ******************************************************************GERAVS
       RTLEPOSTERIOR                   SECTION.                         GERAVS
      *                                                                 GERAVS
           EXEC SQL                                                     GERAVS
               FETCH C-POSTERIOR                                        GERAVS
                INTO :WS-AVS-TRANSACAO, :WS-AVS-DATA-EFETIVA,           GERAVS
                     :WS-AVS-EMPRESA, :WS-AVS-VALOR,                    GERAVS
                     :WS-AVS-DATA-MOVTO, :WS-AVS-CODIGO,                GERAVS
                     :WS-AVS-MOTIVO, :WS-AVS-COMPLEMENTO                GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
       RTLEPOSTERIORX.                 EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE GRAVACAO DO TRAILER DE TOTAIS NO AVISO            *GERAVS
      ******************************************************************GERAVS
       RTGRAVATRAILER                  SECTION.                         GERAVS
      *                                                                 GERAVS
      *--- RECEBIDOS, LANCADOS, SUPRIMIDOS, RETIDOS E AGENDADOS VEM DO *GERAVS
      *--- TRAILER DO SARQUIVO; REJEITADOS E A CONTAGEM DO SYS040.     *GERAVS
      *--- A QUANTIDADE DE REGISTROS NAO INCLUI O PROPRIO TRAILER.     *GERAVS
           MOVE SPACES                 TO ARQAVISO.                     GERAVS
           SET ARQA-REG-TRAILER        TO TRUE.                         GERAVS
           MOVE WS-CT-GRAVADOS         TO ARQA-QT-REGISTROS.            GERAVS
           MOVE WS-TOT-DATA-PROCESSO   TO ARQA-DATA-PROCESSO.           GERAVS
           MOVE WS-TOT-RECEBIDOS       TO ARQA-QT-RECEBIDOS.            GERAVS
           MOVE WS-TOT-LANCADOS        TO ARQA-QT-LANCADOS.             GERAVS
           MOVE WS-CT-REJEITADOS       TO ARQA-QT-REJEITADOS.           GERAVS
           MOVE WS-TOT-SUPRIMIDOS      TO ARQA-QT-SUPRIMIDOS.           GERAVS
           MOVE WS-TOT-RETIDOS         TO ARQA-QT-RETIDOS.              GERAVS
           MOVE WS-TOT-AGENDADOS       TO ARQA-QT-AGENDADOS.            GERAVS
           MOVE WS-CT-POSTERIORES      TO ARQA-QT-POSTERIORES.          GERAVS
      *                                                                 GERAVS
           MOVE ARQAVISO               TO FD-REG-AVISO.                 GERAVS
      *                                                                 GERAVS
           WRITE FD-REG-AVISO.                                          GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS100             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.907I - ERRO NA GRAVACAO DO TRAILER'     GERAVS
               DISPLAY '#GERAVS.907I - FILE STATUS = ' WS-FS-SYS100     GERAVS
               MOVE 'AVISO'            TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS100       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0044                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
      *--- OS ARQUIVOS DO MODEL01 DEVEM BATER COM O TRAILER DELE; UMA  *GERAVS
      *--- DIFERENCA SO E AVISADA - O ARQUIVO SAI COM O QUE FOI LIDO.  *GERAVS
           IF WS-CT-DUPLICADOS         NOT EQUAL WS-TOT-SUPRIMIDOS      GERAVS
           OR WS-CT-RETIDOS            NOT EQUAL WS-TOT-RETIDOS         GERAVS
               DISPLAY '#GERAVS.913I - DIVERGENCIA COM O TRAILER DO '   GERAVS
                       'SARQUIVO'                                       GERAVS
               DISPLAY '#GERAVS.913I - DUPLICADOS ' WS-CT-DUPLICADOS    GERAVS
                       ' X ' WS-TOT-SUPRIMIDOS                          GERAVS
               DISPLAY '#GERAVS.913I - RETIDOS    ' WS-CT-RETIDOS       GERAVS
                       ' X ' WS-TOT-RETIDOS                             GERAVS
               IF WS-COD-RETORNO       EQUAL ZEROS                      GERAVS
                   MOVE 0004           TO WS-COD-RETORNO                GERAVS
               END-IF                                                   GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
       RTGRAVATRAILERX.                EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE GRAVACAO DO DETALHE NO AVISO                      *GERAVS
      ******************************************************************GERAVS
       RTGRAVAAVISO                    SECTION.                         GERAVS
      *                                                                 GERAVS
           MOVE ARQAVISO               TO FD-REG-AVISO.                 GERAVS
      *                                                                 GERAVS
           WRITE FD-REG-AVISO.                                          GERAVS
      *                                                                 GERAVS
           IF WS-FS-SYS100             NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.907I - ERRO NA GRAVACAO' WS-MSG-SYS100  GERAVS
               DISPLAY '#GERAVS.907I - FILE STATUS = '   WS-FS-SYS100   GERAVS
               MOVE 'AVISO'            TO WS-AUDIT-ARQUIVO              GERAVS
               MOVE WS-FS-SYS100       TO WS-AUDIT-STATUS               GERAVS
               PERFORM RTGRAVAAUDITORIA                                 GERAVS
               MOVE 0044                TO WS-COD-RETORNO               GERAVS
               PERFORM RTFECHA                                          GERAVS
               PERFORM RTFINALIZA                                       GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           ADD 1                       TO WS-CT-GRAVADOS.               GERAVS
      *                                                                 GERAVS
       RTGRAVAAVISOX.                  EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *GERAVS
      ******************************************************************GERAVS
       RTFECHA                         SECTION.                         GERAVS
      *                                                                 GERAVS
           IF WS-SARQUIVO-ABERTO-SIM                                    GERAVS
               CLOSE SARQUIVO                                           GERAVS
               SET WS-SARQUIVO-FECHADO TO TRUE                          GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           IF WS-RARQUIVO-ABERTO-SIM                                    GERAVS
               CLOSE RARQUIVO                                           GERAVS
               SET WS-RARQUIVO-FECHADO TO TRUE                          GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           IF WS-DARQUIVO-ABERTO-SIM                                    GERAVS
               CLOSE DARQUIVO                                           GERAVS
               SET WS-DARQUIVO-FECHADO TO TRUE                          GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
           IF WS-HARQUIVO-ABERTO-SIM                                    GERAVS
               CLOSE HARQUIVO                                           GERAVS
               SET WS-HARQUIVO-FECHADO TO TRUE                          GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
      *--- SO O FECHAMENTO DA SAIDA PODE PERDER DADOS E E CONFERIDO.   *GERAVS
           IF WS-AVISO-ABERTO-SIM                                       GERAVS
               CLOSE AVISO                                              GERAVS
               SET WS-AVISO-FECHADO    TO TRUE                          GERAVS
               IF WS-FS-SYS100         NOT EQUAL ZEROS                  GERAVS
                   DISPLAY '#GERAVS.909I - ERRO NO FECHAMENTO'          GERAVS
                           WS-MSG-SYS100                                GERAVS
                   DISPLAY '#GERAVS.909I - FILE STATUS = ' WS-FS-SYS100 GERAVS
                   MOVE 'AVISO'        TO WS-AUDIT-ARQUIVO              GERAVS
                   MOVE WS-FS-SYS100   TO WS-AUDIT-STATUS               GERAVS
                   PERFORM RTGRAVAAUDITORIA                             GERAVS
                   IF WS-COD-RETORNO   LESS 0052                        GERAVS
                       MOVE 0052       TO WS-COD-RETORNO                GERAVS
                   END-IF                                               GERAVS
               END-IF                                                   GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
       RTFECHAX.                       EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE AUDITORIA DE ERROS (DB2)                          *GERAVS
      ******************************************************************GERAVS
       RTGRAVAAUDITORIA                SECTION.                         GERAVS
      *                                                                 GERAVS
      *--- REGISTRA NA TABELA DE AUDITORIA O PROGRAMA, O ARQUIVO E O   *GERAVS
      *--- FILE STATUS DA OCORRENCIA, COMO O MODEL01 FAZ, PARA         *GERAVS
      *--- CONSULTA POSTERIOR (CONSAUD) SEM DEPENDER DO LOG.           *GERAVS
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              GERAVS
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAVS
      *                                                                 GERAVS
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                GERAVS
                  WS-TIME-MAQ          DELIMITED BY SIZE                GERAVS
                                       INTO WS-AUDIT-TIMESTAMP.         GERAVS
      *                                                                 GERAVS
           EXEC SQL                                                     GERAVS
               INSERT INTO AUDITORIA.TB_AUDIT_ERRO                      GERAVS
                   (NOM_PROGRAMA, NOM_ARQUIVO, COD_FILE_STATUS,         GERAVS
                    COD_SQLCODE, DAT_HOR_OCORRENCIA)                    GERAVS
               VALUES                                                   GERAVS
                   (:WS-AUDIT-PROGRAMA, :WS-AUDIT-ARQUIVO,              GERAVS
                    :WS-AUDIT-STATUS, 0, :WS-AUDIT-TIMESTAMP)           GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
           EXEC SQL                                                     GERAVS
               COMMIT                                                   GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
       RTGRAVAAUDITORIAX.              EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *GERAVS
      ******************************************************************GERAVS
       RTGRAVAHISTORICO                SECTION.                         GERAVS
      *                                                                 GERAVS
      *--- LIDOS SAO OS RECEBIDOS DA GERACAO, GRAVADOS OS DETALHES DO  *GERAVS
      *--- AVISO E REJEITADOS OS REJEITADOS NA CRITICA. O INICIO DESTA *GERAVS
      *--- LINHA, COM RETORNO ATE 4, E O CORTE DO PROXIMO AVISO.       *GERAVS
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              GERAVS
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAVS
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                GERAVS
                  WS-TIME-MAQ          DELIMITED BY SIZE                GERAVS
                                       INTO WS-HIST-FIM.                GERAVS
      *                                                                 GERAVS
           MOVE WS-DATA-EXECUCAO       TO WS-HIST-DATA.                 GERAVS
           MOVE WS-COD-EMPRESA         TO WS-HIST-EMPRESA.              GERAVS
           MOVE WS-TOT-RECEBIDOS       TO WS-HIST-LIDOS.                GERAVS
           MOVE WS-CT-GRAVADOS         TO WS-HIST-GRAVADOS.             GERAVS
           MOVE WS-CT-REJEITADOS       TO WS-HIST-REJEITADOS.           GERAVS
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              GERAVS
      *                                                                 GERAVS
           EXEC SQL                                                     GERAVS
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   GERAVS
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            GERAVS
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              GERAVS
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            GERAVS
                    COD_RETORNO_FINAL)                                  GERAVS
               VALUES                                                   GERAVS
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   GERAVS
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    GERAVS
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      GERAVS
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  GERAVS
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              GERAVS
           END-EXEC.                                                    GERAVS
      *                                                                 GERAVS
      *--- SEM A LINHA DO HISTORICO O CORTE NAO AVANCA: O PROXIMO      *GERAVS
      *--- AVISO REPETIRIA OS DESFECHOS DESTE - DAI O RETORNO 0088.    *GERAVS
           IF SQLCODE                  NOT EQUAL ZEROS                  GERAVS
               DISPLAY '#GERAVS.914I - ERRO NA GRAVACAO DO HISTORICO'   GERAVS
               DISPLAY '#GERAVS.914I - SQLCODE = ' SQLCODE              GERAVS
               IF WS-COD-RETORNO       EQUAL ZEROS                      GERAVS
                   MOVE 0088           TO WS-COD-RETORNO                GERAVS
               END-IF                                                   GERAVS
           ELSE                                                         GERAVS
               EXEC SQL                                                 GERAVS
                   COMMIT                                               GERAVS
               END-EXEC                                                 GERAVS
           END-IF.                                                      GERAVS
      *                                                                 GERAVS
       RTGRAVAHISTORICOX.              EXIT.                            GERAVS
      *                                                                 GERAVS
      ******************************************************************GERAVS
      *    ROTINA DE FINALIZACAO                                       *GERAVS
      ******************************************************************GERAVS
       RTFINALIZA                      SECTION.                         GERAVS
      *                                                                 GERAVS
           MOVE WS-PARM-EXECUCAO       TO LK-PARM-EXECUCAO.             GERAVS
      *                                                                 GERAVS
           DISPLAY '*************************************************'. GERAVS
           MOVE '#GERAVS.999I - FIM DO PROCESSAMENTO'                   GERAVS
                                       TO WS-MENSAGEM.                  GERAVS
      *                                                                 GERAVS
           ACCEPT WS-DATA-MAQ          FROM DATE.                       GERAVS
           ACCEPT WS-TIME-MAQ          FROM TIME.                       GERAVS
      *                                                                 GERAVS
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   GERAVS
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   GERAVS
      *                                                                 GERAVS
           DISPLAY WS-MENSAGEM.                                         GERAVS
           DISPLAY WS-DATA-DISPLAY.                                     GERAVS
           DISPLAY '*************************************************'. GERAVS
      *                                                                 GERAVS
      *--- RELATORIO DE TOTAIS DE CONTROLE ----------------------------*GERAVS
           DISPLAY '------------------------------------------------'.  GERAVS
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. GERAVS
           DISPLAY '------------------------------------------------'.  GERAVS
           DISPLAY '  RECEBIDOS NA GERACAO (SYS010): ' WS-TOT-RECEBIDOS.GERAVS
           DISPLAY '  LANCADOS NO SARQUIVO (SYS010): ' WS-TOT-LANCADOS. GERAVS
           DISPLAY '  REJEITADOS LIDOS     (SYS040): ' WS-CT-REJEITADOS.GERAVS
           DISPLAY '  DUPLICADOS LIDOS     (SYS070): ' WS-CT-DUPLICADOS.GERAVS
           DISPLAY '  RETIDOS LIDOS        (SYS090): ' WS-CT-RETIDOS.   GERAVS
           DISPLAY '  AGENDADOS NA GERACAO (SYS010): ' WS-TOT-AGENDADOS.GERAVS
           DISPLAY '  DESFECHOS POSTERIORES  (DB2) : '                  GERAVS
                   WS-CT-POSTERIORES.                                   GERAVS
           DISPLAY '  DETALHES GRAVADOS    (SYS100): ' WS-CT-GRAVADOS.  GERAVS
           DISPLAY '  DATA DA GERACAO   (TRAILER)  : '                  GERAVS
                   WS-TOT-DATA-PROCESSO.                                GERAVS
           DISPLAY '------------------------------------------------'.  GERAVS
      *                                                                 GERAVS
           PERFORM RTGRAVAHISTORICO.                                    GERAVS
      *                                                                 GERAVS
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  GERAVS
      *                                                                 GERAVS
           STOP RUN.                                                    GERAVS
      *                                                                 GERAVS
       RTFINALIZAX.                    EXIT.                            GERAVS
      ******************************************************************GERAVS
      *    FIM DO PROGRAMA                                             *GERAVS
      ******************************************************************GERAVS
