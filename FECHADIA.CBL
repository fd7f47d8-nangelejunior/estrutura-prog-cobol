      ******************************************************************FECHAD
       IDENTIFICATION                  DIVISION.                        FECHAD
      ******************************************************************FECHAD
       PROGRAM-ID. FECHADIA.                                            FECHAD
       AUTHOR.       FABRICA DE SOFTWARE.                               FECHAD
       DATE-WRITTEN. 15 OUT 2026.                                       FECHAD
       DATE-COMPILED.                                                   FECHAD
      ******************************************************************FECHAD
      *REMARKS.                                                         FECHAD
      *     *----------------------------------------------------------*FECHAD
      *     *#NOME     : FECHADIA                                       FECHAD
      *     *----------------------------------------------------------*FECHAD
      *     *#TIPO     : BATCH                                          FECHAD
      *     *----------------------------------------------------------*FECHAD
      *     *#ANALISTA : FABRICA DE SOFTWARE                            FECHAD
      *     *----------------------------------------------------------*FECHAD
      *     *#FUNCAO   : FECHAMENTO FORMAL DA DATA DE MOVIMENTO. CONFEREFECHAD
      *     *            NO HISTORICO DE EXECUCOES (AUDITORIA.          FECHAD
      *     *            TB_HIST_EXECUCAO) SE A CADEIA DO DIA TERMINOU  FECHAD
      *     *            LIMPA: MODEL01, POSTSALD, CONFRET E RESSUBME   FECHAD
      *     *            TEM DE TER AO MENOS UMA EXECUCAO CONCLUIDA     FECHAD
      *     *            COM RETORNO ZERO NA DATA, E A ULTIMA EXECUCAO  FECHAD
      *     *            DE CADA PROGRAMA/EMPRESA NA DATA TEM DE SER    FECHAD
      *     *            LIMPA (AS RECUSAS QUE NAO MEXEM EM NADA - RC   FECHAD
      *     *            0084 DE DUPLA SUBMISSAO OU LANCAMENTO EM       FECHAD
      *     *            DOBRO, 0128 DE DIA NAO UTIL E 0136 DE DIA      FECHAD
      *     *            FECHADO - NAO CONTAM). COM A CADEIA LIMPA A    FECHAD
      *     *            DATA E MARCADA FECHADA (SITUACAO F) NA TABELA  FECHAD
      *     *            AUDITORIA.TB_FECHAMENTO_DIA E, DAI EM DIANTE,  FECHAD
      *     *            OS PROGRAMAS QUE LANCAM OU ALTERAM MOVIMENTO   FECHAD
      *     *            RECUSAM A DATA (RC 0136) ATE UM SUPERVISOR     FECHAD
      *     *            REABRI-LA NA TELA REABDIA. COM PENDENCIA A     FECHAD
      *     *            DATA NAO E FECHADA: OS PROGRAMAS PENDENTES SAO FECHAD
      *     *            LISTADOS NO SYSOUT E O RETORNO E 0016. DATA    FECHAD
      *     *            JA FECHADA SO E INFORMADA (RETORNO ZERO). A    FECHAD
      *     *            EXECUCAO E REGISTRADA NO HISTORICO.            FECHAD
      *     *----------------------------------------------------------*FECHAD
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     15.10.2026 *FECHAD
      *     *              - VERSAO INICIAL.                           *FECHAD
      *     *----------------------------------------------------------*FECHAD
      *     * VERSAO 02    - FABRICA DE SOFTWARE      -     15.10.2026 *FECHAD
      *     *              - O POSTSALD DO SARQUIVO MESTRE DE          *FECHAD
      *     *                DESDOBRAMENTO (IND_MODO 'M') NAO CONTA    *FECHAD
      *     *                MAIS COMO LANCAMENTO CONCLUIDO; EM DIA DE *FECHAD
      *     *                DESDOBRAMENTO CADA EMPRESA DESIGNADA A UM *FECHAD
      *     *                ARQUIVO SARQEMPN (NUM_SLOT > 0) TEM DE    *FECHAD
      *     *                TER O SEU POSTSALD LIMPO NA DATA. O       *FECHAD
      *     *                CONFRET PASSA A SER EXIGIDO LIMPO DE CADA *FECHAD
      *     *                EMPRESA ATIVA, COMO A TELA CONSOPER JA    *FECHAD
      *     *                MOSTRA.                                   *FECHAD
      *     *----------------------------------------------------------*FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       ENVIRONMENT                     DIVISION.                        FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       CONFIGURATION                   SECTION.                         FECHAD
      ******************************************************************FECHAD
       SPECIAL-NAMES.                                                   FECHAD
           DECIMAL-POINT               IS COMMA.                        FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       DATA                            DIVISION.                        FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       WORKING-STORAGE                 SECTION.                         FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       77  FILLER                  PIC     X(32)         VALUE          FECHAD
           'III WORKING-STORAGE SECTION III'.                           FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    AREA DE CONTADORES                                          *FECHAD
      ******************************************************************FECHAD
       01  WS-CT-CONFERIDOS        PIC     9(02)         VALUE ZEROS.   FECHAD
       01  WS-CT-PENDENTES         PIC     9(02)         VALUE ZEROS.   FECHAD
       01  WS-CT-FECHADOS          PIC     9(02)         VALUE ZEROS.   FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    AREA DOS PROGRAMAS DA CADEIA DO DIA                         *FECHAD
      ******************************************************************FECHAD
      *--- PROGRAMAS QUE TEM DE TERMINAR LIMPOS NA DATA PARA ELA SER   *FECHAD
      *--- FECHADA, NA ORDEM DA CADEIA DIARIA.                         *FECHAD
       01  WS-TAB-PROGRAMAS-VALORES.                                    FECHAD
           03  FILLER              PIC     X(08)         VALUE          FECHAD
           'MODEL01'.                                                   FECHAD
           03  FILLER              PIC     X(08)         VALUE          FECHAD
           'POSTSALD'.                                                  FECHAD
           03  FILLER              PIC     X(08)         VALUE          FECHAD
           'CONFRET'.                                                   FECHAD
           03  FILLER              PIC     X(08)         VALUE          FECHAD
           'RESSUBME'.                                                  FECHAD
       01  WS-TAB-PROGRAMAS        REDEFINES WS-TAB-PROGRAMAS-VALORES.  FECHAD
           03  WS-TB-PROGRAMA      OCCURS  4                            FECHAD
                                   PIC     X(08).                       FECHAD
       01  WS-QT-PROGRAMAS         PIC     9(02)         VALUE 4.       FECHAD
       01  WS-SUB                  PIC     9(02)         VALUE ZEROS.   FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    AREA DE AUXILIARES                                          *FECHAD
      ******************************************************************FECHAD
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  FECHAD
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  FECHAD
      *                                                                 FECHAD
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  FECHAD
       01  WS-DATA-DISPLAY.                                             FECHAD
           03  WS-DATA-BR.                                              FECHAD
               05  WS-DIA          PIC     X(02)         VALUE SPACES.  FECHAD
               05  FILLER          PIC     X             VALUE '/'.     FECHAD
               05  WS-MES          PIC     X(02)         VALUE SPACES.  FECHAD
               05  FILLER          PIC     X             VALUE '/'.     FECHAD
               05  WS-ANO          PIC     X(04)         VALUE SPACES.  FECHAD
               05  FILLER          PIC     X             VALUE ' '.     FECHAD
           03  WS-HORA-BR.                                              FECHAD
               05  WS-HORA         PIC     X(02)         VALUE ZEROS.   FECHAD
               05  FILLER          PIC     X             VALUE ':'.     FECHAD
               05  WS-MINUTO       PIC     X(02)         VALUE ZEROS.   FECHAD
               05  FILLER          PIC     X             VALUE ':'.     FECHAD
               05  WS-SEGUNDO      PIC     X(02)         VALUE ZEROS.   FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    AREA DE PARAMETROS DE EXECUCAO                              *FECHAD
      ******************************************************************FECHAD
      *--- MESMO PARAMETRO ESTRUTURADO DA FAMILIA MODEL01 - SO A DATA * FECHAD
      *--- DE MOVIMENTO E O CODIGO DE RETORNO SAO USADOS AQUI.        * FECHAD
       COPY PARMEXEC.                                                   FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    AREA DE DB2                                                 *FECHAD
      ******************************************************************FECHAD
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------FECHAD
       01  WS-HIST-PROGRAMA        PIC     X(08)         VALUE          FECHAD
           'FECHADIA'.                                                  FECHAD
       01  WS-HIST-DATA            PIC     X(08)         VALUE SPACES.  FECHAD
       01  WS-HIST-EMPRESA         PIC    S9(04)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'F'.     FECHAD
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  FECHAD
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  FECHAD
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
      *                                                                 FECHAD
      *--- AREA DE TRABALHO PARA A CONFERENCIA DA CADEIA ---------------FECHAD
       01  WS-CNF-PROGRAMA         PIC     X(08)         VALUE SPACES.  FECHAD
       01  WS-CNF-CONCLUIDAS       PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-CNF-FALHAS           PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-CNF-DESDOBRADAS      PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
       01  WS-CNF-AUSENTES         PIC    S9(09)         VALUE ZEROS    FECHAD
                                                         COMP.          FECHAD
      *                                                                 FECHAD
      *--- AREA DE TRABALHO PARA O FECHAMENTO DO DIA -------------------FECHAD
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.  FECHAD
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.  FECHAD
           88  WS-FEC-FECHADO                            VALUE 'F'.     FECHAD
           88  WS-FEC-REABERTO                           VALUE 'R'.     FECHAD
           88  WS-FEC-SEM-LINHA                          VALUE SPACES.  FECHAD
       01  WS-FEC-DATA-HORA        PIC     X(14)         VALUE SPACES.  FECHAD
       01  WS-FEC-ANTERIOR         PIC     X(14)         VALUE SPACES.  FECHAD
      *                                                                 FECHAD
       EXEC SQL                                                         FECHAD
           INCLUDE SQLCA                                                FECHAD
       END-EXEC.                                                        FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       77  FILLER                  PIC     X(38)         VALUE          FECHAD
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       LINKAGE                         SECTION.                         FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      *--- PARAMETRO DE EXECUCAO RECEBIDO DO JOB CHAMADOR (MESMO       *FECHAD
      *--- LAYOUT DE WS-PARM-EXECUCAO, COM PREFIXO LK- - VIDE COPY     *FECHAD
      *--- PARMEXEC)                                                   *FECHAD
       COPY PARMEXEC REPLACING LEADING ==WS== BY ==LK==.                FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
       PROCEDURE                       DIVISION USING LK-PARM-EXECUCAO. FECHAD
      ******************************************************************FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA PRINCIPAL                                            *FECHAD
      ******************************************************************FECHAD
       RTPRINCIPAL                     SECTION.                         FECHAD
      *                                                                 FECHAD
           PERFORM RTINICIALIZA.                                        FECHAD
      *                                                                 FECHAD
           PERFORM RTVERIFICASITUACAO.                                  FECHAD
      *                                                                 FECHAD
           PERFORM RTCONFERE                                            FECHAD
                   VARYING WS-SUB FROM 1 BY 1                           FECHAD
                   UNTIL WS-SUB GREATER WS-QT-PROGRAMAS.                FECHAD
      *                                                                 FECHAD
           IF WS-CT-PENDENTES          GREATER ZEROS                    FECHAD
               DISPLAY '#FECHAD.906I - DATA ' WS-DATA-EXECUCAO          FECHAD
                       ' NAO FECHADA - ' WS-CT-PENDENTES                FECHAD
                       ' PROGRAMA(S) PENDENTE(S)'                       FECHAD
               DISPLAY '#FECHAD.906I - REGULARIZE A CADEIA DO DIA E'    FECHAD
               DISPLAY '#FECHAD.906I - SUBMETA O FECHAMENTO DE NOVO'    FECHAD
               MOVE 0016                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           PERFORM RTGRAVAFECHAMENTO.                                   FECHAD
      *                                                                 FECHAD
           PERFORM RTFINALIZA.                                          FECHAD
      *                                                                 FECHAD
       RTPRINCIPALX.                   EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE INICIALIZACAO                                     *FECHAD
      ******************************************************************FECHAD
       RTINICIALIZA                    SECTION.                         FECHAD
      *                                                                 FECHAD
           INITIALIZE WS-PARM-EXECUCAO.                                 FECHAD
      *                                                                 FECHAD
           DISPLAY '*************************************************'. FECHAD
           MOVE '#FECHAD.900I - INICIO DO PROCESSAMENTO'                FECHAD
                                       TO WS-MENSAGEM.                  FECHAD
      *                                                                 FECHAD
           ACCEPT WS-DATA-MAQ          FROM DATE.                       FECHAD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FECHAD
      *                                                                 FECHAD
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   FECHAD
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   FECHAD
      *                                                                 FECHAD
           DISPLAY WS-MENSAGEM.                                         FECHAD
           DISPLAY WS-DATA-DISPLAY.                                     FECHAD
           DISPLAY '*************************************************'. FECHAD
      *                                                                 FECHAD
           MOVE LK-PARM-EXECUCAO       TO WS-PARM-EXECUCAO.             FECHAD
           MOVE ZEROS                  TO WS-COD-RETORNO.               FECHAD
      *                                                                 FECHAD
           IF WS-DATA-EXECUCAO         EQUAL ZEROS                      FECHAD
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD               FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           MOVE WS-DATA-EXECUCAO       TO WS-FEC-DATA.                  FECHAD
      *                                                                 FECHAD
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO -----------------FECHAD
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              FECHAD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FECHAD
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                FECHAD
                  WS-TIME-MAQ          DELIMITED BY SIZE                FECHAD
                                       INTO WS-HIST-INICIO.             FECHAD
      *                                                                 FECHAD
           DISPLAY '#FECHAD.901I - FECHAMENTO DA DATA DE MOVIMENTO '    FECHAD
                   WS-DATA-EXECUCAO.                                    FECHAD
      *                                                                 FECHAD
       RTINICIALIZAX.                  EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE VERIFICACAO DA SITUACAO ATUAL DA DATA             *FECHAD
      ******************************************************************FECHAD
       RTVERIFICASITUACAO              SECTION.                         FECHAD
      *                                                                 FECHAD
      *--- SEM LINHA NA TABELA A DATA NUNCA FOI FECHADA; COM SITUACAO  *FECHAD
      *--- R ELA FOI REABERTA NA TELA REABDIA E PODE SER FECHADA DE    *FECHAD
      *--- NOVO. DATA JA FECHADA NAO TEM O QUE FAZER - SO E INFORMADA, *FECHAD
      *--- COM RETORNO ZERO (UMA RESUBMISSAO DO JOB NAO E ERRO).       *FECHAD
           EXEC SQL                                                     FECHAD
               SELECT IND_SITUACAO, DAT_HOR_FECHAMENTO                  FECHAD
                 INTO :WS-FEC-SITUACAO, :WS-FEC-ANTERIOR                FECHAD
                 FROM AUDITORIA.TB_FECHAMENTO_DIA                       FECHAD
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA                   FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           EVALUATE SQLCODE                                             FECHAD
               WHEN ZEROS                                               FECHAD
                   CONTINUE                                             FECHAD
               WHEN +100                                                FECHAD
                   SET WS-FEC-SEM-LINHA TO TRUE                         FECHAD
               WHEN OTHER                                               FECHAD
                   DISPLAY '#FECHAD.902I - ERRO NA CONSULTA AO'         FECHAD
                   DISPLAY '#FECHAD.902I - FECHAMENTO DO DIA'           FECHAD
                   DISPLAY '#FECHAD.902I - SQLCODE = ' SQLCODE          FECHAD
                   MOVE 0088            TO WS-COD-RETORNO               FECHAD
                   PERFORM RTFINALIZA                                   FECHAD
           END-EVALUATE.                                                FECHAD
      *                                                                 FECHAD
           IF WS-FEC-FECHADO                                            FECHAD
               DISPLAY '#FECHAD.903I - DATA ' WS-DATA-EXECUCAO          FECHAD
                       ' JA FECHADA EM ' WS-FEC-ANTERIOR                FECHAD
               DISPLAY '#FECHAD.903I - NADA A FAZER'                    FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           IF WS-FEC-REABERTO                                           FECHAD
               DISPLAY '#FECHAD.903I - DATA REABERTA - FECHAMENTO'      FECHAD
               DISPLAY '#FECHAD.903I - ANTERIOR EM ' WS-FEC-ANTERIOR    FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
       RTVERIFICASITUACAOX.            EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE CONFERENCIA DE UM PROGRAMA DA CADEIA (DB2)        *FECHAD
      ******************************************************************FECHAD
       RTCONFERE                       SECTION.                         FECHAD
      *                                                                 FECHAD
      *--- O PROGRAMA DA POSICAO WS-SUB PRECISA DE AO MENOS UMA        *FECHAD
      *--- EXECUCAO COM RETORNO ZERO NA DATA, E NENHUMA EMPRESA PODE   *FECHAD
      *--- TER A SUA ULTIMA EXECUCAO NA DATA COM FALHA. AS RECUSAS DE  *FECHAD
      *--- ENTRADA (0084, 0128, 0136) NAO MEXEM EM NADA E FICAM FORA   *FECHAD
      *--- DA CONTA - UMA RESUBMISSAO RECUSADA NAO APAGA A EXECUCAO    *FECHAD
      *--- LIMPA QUE A PRECEDEU. O POSTSALD DO SARQUIVO MESTRE DE      *FECHAD
      *--- DESDOBRAMENTO (IND_MODO 'M') NAO LANCA NADA E NAO CONTA     *FECHAD
      *--- COMO EXECUCAO CONCLUIDA.                                    *FECHAD
           MOVE WS-TB-PROGRAMA(WS-SUB) TO WS-CNF-PROGRAMA.              FECHAD
           ADD 1                       TO WS-CT-CONFERIDOS.             FECHAD
      *                                                                 FECHAD
           EXEC SQL                                                     FECHAD
               SELECT COUNT(*)                                          FECHAD
                 INTO :WS-CNF-CONCLUIDAS                                FECHAD
                 FROM AUDITORIA.TB_HIST_EXECUCAO                        FECHAD
                WHERE NOM_PROGRAMA      = :WS-CNF-PROGRAMA              FECHAD
                  AND DAT_EXECUCAO      = :WS-FEC-DATA                  FECHAD
                  AND COD_RETORNO_FINAL = 0                             FECHAD
                  AND NOT (NOM_PROGRAMA = 'POSTSALD'                    FECHAD
                       AND IND_MODO     = 'M')                          FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.904I - ERRO NA CONSULTA AO HISTORICO'   FECHAD
               DISPLAY '#FECHAD.904I - SQLCODE = ' SQLCODE              FECHAD
               MOVE 0088                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           EXEC SQL                                                     FECHAD
               SELECT COUNT(*)                                          FECHAD
                 INTO :WS-CNF-FALHAS                                    FECHAD
                 FROM AUDITORIA.TB_HIST_EXECUCAO H                      FECHAD
                WHERE H.NOM_PROGRAMA      = :WS-CNF-PROGRAMA            FECHAD
                  AND H.DAT_EXECUCAO      = :WS-FEC-DATA                FECHAD
                  AND H.COD_RETORNO_FINAL NOT IN (0, 84, 128, 136)      FECHAD
                  AND H.DAT_HOR_INICIO    =                             FECHAD
                      (SELECT MAX(X.DAT_HOR_INICIO)                     FECHAD
                         FROM AUDITORIA.TB_HIST_EXECUCAO X              FECHAD
                        WHERE X.NOM_PROGRAMA      = H.NOM_PROGRAMA      FECHAD
                          AND X.DAT_EXECUCAO      = H.DAT_EXECUCAO      FECHAD
                          AND X.COD_EMPRESA       = H.COD_EMPRESA       FECHAD
                          AND X.COD_RETORNO_FINAL NOT IN (84, 128, 136))FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.904I - ERRO NA CONSULTA AO HISTORICO'   FECHAD
               DISPLAY '#FECHAD.904I - SQLCODE = ' SQLCODE              FECHAD
               MOVE 0088                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           IF WS-CNF-CONCLUIDAS        EQUAL ZEROS                      FECHAD
               ADD 1                   TO WS-CT-PENDENTES               FECHAD
               DISPLAY '#FECHAD.905I - ' WS-CNF-PROGRAMA                FECHAD
                       ' - PENDENTE: NENHUMA EXECUCAO CONCLUIDA'        FECHAD
                       ' NA DATA'                                       FECHAD
               GO TO RTCONFEREX                                         FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           IF WS-CNF-FALHAS            GREATER ZEROS                    FECHAD
               ADD 1                   TO WS-CT-PENDENTES               FECHAD
               DISPLAY '#FECHAD.905I - ' WS-CNF-PROGRAMA                FECHAD
                       ' - PENDENTE: ULTIMA EXECUCAO COM FALHA EM '     FECHAD
                       WS-CNF-FALHAS ' EMPRESA(S)'                      FECHAD
               GO TO RTCONFEREX                                         FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           PERFORM RTCONFEREEMPRESAS.                                   FECHAD
      *                                                                 FECHAD
           IF WS-CNF-AUSENTES          GREATER ZEROS                    FECHAD
               ADD 1                   TO WS-CT-PENDENTES               FECHAD
               DISPLAY '#FECHAD.905I - ' WS-CNF-PROGRAMA                FECHAD
                       ' - PENDENTE: ' WS-CNF-AUSENTES                  FECHAD
                       ' EMPRESA(S) SEM EXECUCAO LIMPA NA DATA'         FECHAD
               GO TO RTCONFEREX                                         FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           DISPLAY '#FECHAD.905I - ' WS-CNF-PROGRAMA                    FECHAD
                   ' - OK (' WS-CNF-CONCLUIDAS                          FECHAD
                   ' EXECUCAO(OES) CONCLUIDA(S))'.                      FECHAD
      *                                                                 FECHAD
       RTCONFEREX.                     EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE CONFERENCIA DO PROGRAMA POR EMPRESA (DB2)         *FECHAD
      ******************************************************************FECHAD
       RTCONFEREEMPRESAS               SECTION.                         FECHAD
      *                                                                 FECHAD
      *--- CONTA AS EMPRESAS QUE DEVIAM TER O PROGRAMA NA DATA E NAO   *FECHAD
      *--- TEM A SUA ULTIMA EXECUCAO (FORA AS RECUSAS) COM RETORNO     *FECHAD
      *--- ZERO:                                                       *FECHAD
      *---   CONFRET  - TODA EMPRESA ATIVA ESPERA O SEU RETORNO;       *FECHAD
      *---   POSTSALD - EM DIA DE DESDOBRAMENTO (HA POSTSALD DO MESTRE *FECHAD
      *---              OU DE ALGUM SARQEMPN NA DATA), TODA EMPRESA    *FECHAD
      *---              DESIGNADA A UM ARQUIVO (NUM_SLOT > 0) TEM O    *FECHAD
      *---              SEU SARQEMPN, COM OU SEM DETALHE, LANCADO EM   *FECHAD
      *---              SEU NOME.                                      *FECHAD
      *--- OS DEMAIS PROGRAMAS NAO TEM CONFERENCIA POR EMPRESA.        *FECHAD
           MOVE ZEROS                  TO WS-CNF-AUSENTES.              FECHAD
      *                                                                 FECHAD
           EVALUATE WS-CNF-PROGRAMA                                     FECHAD
               WHEN 'CONFRET'                                           FECHAD
                   PERFORM RTCONFEREATIVAS                              FECHAD
               WHEN 'POSTSALD'                                          FECHAD
                   PERFORM RTCONFEREDESDOBRADAS                         FECHAD
               WHEN OTHER                                               FECHAD
                   CONTINUE                                             FECHAD
           END-EVALUATE.                                                FECHAD
      *                                                                 FECHAD
       RTCONFEREEMPRESASX.             EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE CONFERENCIA DAS EMPRESAS ATIVAS (DB2)             *FECHAD
      ******************************************************************FECHAD
       RTCONFEREATIVAS                 SECTION.                         FECHAD
      *                                                                 FECHAD
           EXEC SQL                                                     FECHAD
               SELECT COUNT(*)                                          FECHAD
                 INTO :WS-CNF-AUSENTES                                  FECHAD
                 FROM AUDITORIA.TB_EMPRESA E                            FECHAD
                WHERE E.IND_SITUACAO      = 'A'                         FECHAD
                  AND NOT EXISTS                                        FECHAD
                      (SELECT 1                                         FECHAD
                         FROM AUDITORIA.TB_HIST_EXECUCAO H              FECHAD
                        WHERE H.NOM_PROGRAMA      = :WS-CNF-PROGRAMA    FECHAD
                          AND H.DAT_EXECUCAO      = :WS-FEC-DATA        FECHAD
                          AND H.COD_EMPRESA       = E.COD_EMPRESA       FECHAD
                          AND H.COD_RETORNO_FINAL = 0                   FECHAD
                          AND H.DAT_HOR_INICIO    =                     FECHAD
                              (SELECT MAX(X.DAT_HOR_INICIO)             FECHAD
                                 FROM AUDITORIA.TB_HIST_EXECUCAO X      FECHAD
                                WHERE X.NOM_PROGRAMA = H.NOM_PROGRAMA   FECHAD
                                  AND X.DAT_EXECUCAO = H.DAT_EXECUCAO   FECHAD
                                  AND X.COD_EMPRESA  = H.COD_EMPRESA    FECHAD
                                  AND X.COD_RETORNO_FINAL               FECHAD
                                      NOT IN (84, 128, 136)))           FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.904I - ERRO NA CONSULTA AO HISTORICO'   FECHAD
               DISPLAY '#FECHAD.904I - SQLCODE = ' SQLCODE              FECHAD
               MOVE 0088                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
       RTCONFEREATIVASX.               EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE CONFERENCIA DAS EMPRESAS DESDOBRADAS (DB2)        *FECHAD
      ******************************************************************FECHAD
       RTCONFEREDESDOBRADAS            SECTION.                         FECHAD
      *                                                                 FECHAD
      *--- O POSTSALD REGISTRA O MESTRE COM IND_MODO 'M' E CADA        *FECHAD
      *--- SARQEMPN COM IND_MODO 'D' EM NOME DA EMPRESA DESIGNADA NO   *FECHAD
      *--- TRAILER. SEM NENHUM DOS DOIS A DATA NAO FOI DESDOBRADA.     *FECHAD
           EXEC SQL                                                     FECHAD
               SELECT COUNT(*)                                          FECHAD
                 INTO :WS-CNF-DESDOBRADAS                               FECHAD
                 FROM AUDITORIA.TB_HIST_EXECUCAO                        FECHAD
                WHERE NOM_PROGRAMA      = :WS-CNF-PROGRAMA              FECHAD
                  AND DAT_EXECUCAO      = :WS-FEC-DATA                  FECHAD
                  AND IND_MODO         IN ('M', 'D')                    FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.904I - ERRO NA CONSULTA AO HISTORICO'   FECHAD
               DISPLAY '#FECHAD.904I - SQLCODE = ' SQLCODE              FECHAD
               MOVE 0088                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           IF WS-CNF-DESDOBRADAS       EQUAL ZEROS                      FECHAD
               GO TO RTCONFEREDESDOBRADASX                              FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           EXEC SQL                                                     FECHAD
               SELECT COUNT(*)                                          FECHAD
                 INTO :WS-CNF-AUSENTES                                  FECHAD
                 FROM AUDITORIA.TB_EMPRESA E                            FECHAD
                WHERE E.NUM_SLOT          > 0                           FECHAD
                  AND NOT EXISTS                                        FECHAD
                      (SELECT 1                                         FECHAD
                         FROM AUDITORIA.TB_HIST_EXECUCAO H              FECHAD
                        WHERE H.NOM_PROGRAMA      = :WS-CNF-PROGRAMA    FECHAD
                          AND H.DAT_EXECUCAO      = :WS-FEC-DATA        FECHAD
                          AND H.COD_EMPRESA       = E.COD_EMPRESA       FECHAD
                          AND H.IND_MODO          = 'D'                 FECHAD
                          AND H.COD_RETORNO_FINAL = 0                   FECHAD
                          AND H.DAT_HOR_INICIO    =                     FECHAD
                              (SELECT MAX(X.DAT_HOR_INICIO)             FECHAD
                                 FROM AUDITORIA.TB_HIST_EXECUCAO X      FECHAD
                                WHERE X.NOM_PROGRAMA = H.NOM_PROGRAMA   FECHAD
                                  AND X.DAT_EXECUCAO = H.DAT_EXECUCAO   FECHAD
                                  AND X.COD_EMPRESA  = H.COD_EMPRESA    FECHAD
                                  AND X.COD_RETORNO_FINAL               FECHAD
                                      NOT IN (84, 128, 136)))           FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.904I - ERRO NA CONSULTA AO HISTORICO'   FECHAD
               DISPLAY '#FECHAD.904I - SQLCODE = ' SQLCODE              FECHAD
               MOVE 0088                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
       RTCONFEREDESDOBRADASX.          EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE GRAVACAO DO FECHAMENTO (DB2)                      *FECHAD
      ******************************************************************FECHAD
       RTGRAVAFECHAMENTO               SECTION.                         FECHAD
      *                                                                 FECHAD
      *--- PRIMEIRO FECHAMENTO INCLUI A LINHA DA DATA; UMA DATA        *FECHAD
      *--- REABERTA VOLTA A F, PRESERVANDO OS DADOS DA ULTIMA          *FECHAD
      *--- REABERTURA (O HISTORICO COMPLETO DELAS FICA EM AUDITORIA.   *FECHAD
      *--- TB_REABERTURA_DIA, GRAVADO PELA TELA REABDIA). A ALTERACAO  *FECHAD
      *--- SO VALE SE A DATA AINDA ESTA REABERTA - SE OUTRA SESSAO A   *FECHAD
      *--- MUDOU NESSE MEIO TEMPO, NADA E GRAVADO.                     *FECHAD
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              FECHAD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FECHAD
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                FECHAD
                  WS-TIME-MAQ          DELIMITED BY SIZE                FECHAD
                                       INTO WS-FEC-DATA-HORA.           FECHAD
      *                                                                 FECHAD
           IF WS-FEC-SEM-LINHA                                          FECHAD
               EXEC SQL                                                 FECHAD
                   INSERT INTO AUDITORIA.TB_FECHAMENTO_DIA              FECHAD
                       (DAT_MOVIMENTO, IND_SITUACAO,                    FECHAD
                        DAT_HOR_FECHAMENTO, DAT_HOR_REABERTURA,         FECHAD
                        NOM_OPERADOR_REAB, DES_MOTIVO_REAB,             FECHAD
                        COD_OCORRENCIA_REAB, QTD_REABERTURAS)           FECHAD
                   VALUES                                               FECHAD
                       (:WS-FEC-DATA, 'F',                              FECHAD
                        :WS-FEC-DATA-HORA, ' ',                         FECHAD
                        ' ', ' ',                                       FECHAD
                        ' ', 0)                                         FECHAD
               END-EXEC                                                 FECHAD
           ELSE                                                         FECHAD
               EXEC SQL                                                 FECHAD
                   UPDATE AUDITORIA.TB_FECHAMENTO_DIA                   FECHAD
                      SET IND_SITUACAO       = 'F',                     FECHAD
                          DAT_HOR_FECHAMENTO = :WS-FEC-DATA-HORA        FECHAD
                    WHERE DAT_MOVIMENTO      = :WS-FEC-DATA             FECHAD
                      AND IND_SITUACAO       = 'R'                      FECHAD
               END-EXEC                                                 FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.907I - ERRO NA GRAVACAO DO FECHAMENTO'  FECHAD
               DISPLAY '#FECHAD.907I - SQLCODE = ' SQLCODE              FECHAD
               DISPLAY '#FECHAD.907I - DATA NAO FECHADA'                FECHAD
               EXEC SQL                                                 FECHAD
                   ROLLBACK                                             FECHAD
               END-EXEC                                                 FECHAD
               MOVE 0088                TO WS-COD-RETORNO               FECHAD
               PERFORM RTFINALIZA                                       FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
           EXEC SQL                                                     FECHAD
               COMMIT                                                   FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           ADD 1                       TO WS-CT-FECHADOS.               FECHAD
      *                                                                 FECHAD
           DISPLAY '#FECHAD.908I - DATA ' WS-DATA-EXECUCAO              FECHAD
                   ' FECHADA EM ' WS-FEC-DATA-HORA.                     FECHAD
      *                                                                 FECHAD
       RTGRAVAFECHAMENTOX.             EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *FECHAD
      ******************************************************************FECHAD
       RTGRAVAHISTORICO                SECTION.                         FECHAD
      *                                                                 FECHAD
      *--- LIDOS SAO OS PROGRAMAS CONFERIDOS, GRAVADOS A DATA FECHADA  *FECHAD
      *--- (0 OU 1) E REJEITADOS OS PROGRAMAS PENDENTES.               *FECHAD
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              FECHAD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FECHAD
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                FECHAD
                  WS-TIME-MAQ          DELIMITED BY SIZE                FECHAD
                                       INTO WS-HIST-FIM.                FECHAD
      *                                                                 FECHAD
           MOVE WS-DATA-EXECUCAO       TO WS-HIST-DATA.                 FECHAD
           MOVE ZEROS                  TO WS-HIST-EMPRESA.              FECHAD
           MOVE WS-CT-CONFERIDOS       TO WS-HIST-LIDOS.                FECHAD
           MOVE WS-CT-FECHADOS         TO WS-HIST-GRAVADOS.             FECHAD
           MOVE WS-CT-PENDENTES        TO WS-HIST-REJEITADOS.           FECHAD
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              FECHAD
      *                                                                 FECHAD
           EXEC SQL                                                     FECHAD
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   FECHAD
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            FECHAD
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              FECHAD
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            FECHAD
                    COD_RETORNO_FINAL)                                  FECHAD
               VALUES                                                   FECHAD
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   FECHAD
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    FECHAD
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      FECHAD
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  FECHAD
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              FECHAD
           END-EXEC.                                                    FECHAD
      *                                                                 FECHAD
           IF SQLCODE                  NOT EQUAL ZEROS                  FECHAD
               DISPLAY '#FECHAD.909I - ERRO NA GRAVACAO DO HISTORICO'   FECHAD
               DISPLAY '#FECHAD.909I - SQLCODE = ' SQLCODE              FECHAD
               IF WS-COD-RETORNO       EQUAL ZEROS                      FECHAD
                   MOVE 0088           TO WS-COD-RETORNO                FECHAD
               END-IF                                                   FECHAD
           ELSE                                                         FECHAD
               EXEC SQL                                                 FECHAD
                   COMMIT                                               FECHAD
               END-EXEC                                                 FECHAD
           END-IF.                                                      FECHAD
      *                                                                 FECHAD
       RTGRAVAHISTORICOX.              EXIT.                            FECHAD
      *                                                                 FECHAD
      ******************************************************************FECHAD
      *    ROTINA DE FINALIZACAO                                       *FECHAD
      ******************************************************************FECHAD
       RTFINALIZA                      SECTION.                         FECHAD
      *                                                                 FECHAD
           MOVE WS-PARM-EXECUCAO       TO LK-PARM-EXECUCAO.             FECHAD
      *                                                                 FECHAD
           DISPLAY '*************************************************'. FECHAD
           MOVE '#FECHAD.999I - FIM DO PROCESSAMENTO'                   FECHAD
                                       TO WS-MENSAGEM.                  FECHAD
      *                                                                 FECHAD
           ACCEPT WS-DATA-MAQ          FROM DATE.                       FECHAD
           ACCEPT WS-TIME-MAQ          FROM TIME.                       FECHAD
      *                                                                 FECHAD
           MOVE WS-DATA-MAQ            TO WS-DATA-BR.                   FECHAD
           MOVE WS-TIME-MAQ            TO WS-HORA-BR.                   FECHAD
      *                                                                 FECHAD
           DISPLAY WS-MENSAGEM.                                         FECHAD
           DISPLAY WS-DATA-DISPLAY.                                     FECHAD
           DISPLAY '*************************************************'. FECHAD
      *                                                                 FECHAD
      *--- RELATORIO DE TOTAIS DE CONTROLE ----------------------------*FECHAD
           DISPLAY '------------------------------------------------'.  FECHAD
           DISPLAY '  RELATORIO DE TOTAIS DE CONTROLE                '. FECHAD
           DISPLAY '------------------------------------------------'.  FECHAD
           DISPLAY '  DATA DO MOVIMENTO (PARM)    : '                   FECHAD
                   WS-DATA-EXECUCAO.                                    FECHAD
           DISPLAY '  PROGRAMAS CONFERIDOS        : '                   FECHAD
                   WS-CT-CONFERIDOS.                                    FECHAD
           DISPLAY '  PROGRAMAS PENDENTES         : '                   FECHAD
                   WS-CT-PENDENTES.                                     FECHAD
           IF WS-CT-FECHADOS           GREATER ZEROS                    FECHAD
               DISPLAY '  SITUACAO DA DATA            : FECHADA'        FECHAD
           ELSE                                                         FECHAD
               IF WS-FEC-FECHADO                                        FECHAD
                   DISPLAY '  SITUACAO DA DATA            : JA FECHADA' FECHAD
               ELSE                                                     FECHAD
                   DISPLAY '  SITUACAO DA DATA            : ABERTA'     FECHAD
               END-IF                                                   FECHAD
           END-IF.                                                      FECHAD
           DISPLAY '------------------------------------------------'.  FECHAD
      *                                                                 FECHAD
           PERFORM RTGRAVAHISTORICO.                                    FECHAD
      *                                                                 FECHAD
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  FECHAD
      *                                                                 FECHAD
           STOP RUN.                                                    FECHAD
      *                                                                 FECHAD
       RTFINALIZAX.                    EXIT.                            FECHAD
      ******************************************************************FECHAD
      *    FIM DO PROGRAMA                                             *FECHAD
      ******************************************************************FECHAD
