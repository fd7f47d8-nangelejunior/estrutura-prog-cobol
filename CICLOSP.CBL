      *     *              DAS QUE PASSARAM DO LIMITE DE DIAS DO        CICLSP
      *     *              PARAMETRO E AS LISTA NO RELATORIO DE         CICLSP
      *     *              ENVELHECIMENTO, AGRUPADO POR ANALISTA.       CICLSP
      *     *            A IDADE DA OCORRENCIA E CONTADA EM DIAS UTEIS  CICLSP
      *     *            (SEGUNDA A SEXTA, FORA OS FERIADOS DO          CICLSP
      *     *            CALENDARIO AUDITORIA.TB_FERIADO).              CICLSP
      *     *            TODA ALTERACAO E GRAVADA NO JORNAL DO SPRINT   CICLSP
      *     *            (SPRINTJNL), COMO UMA ACAO MANUAL DA TELA.     CICLSP
      *     *----------------------------------------------------------*CICLSP
      *     * VERSAO 01    - FABRICA DE SOFTWARE      -     01.09.2026 *CICLSP
      *     *              - VERSAO INICIAL.                           *CICLSP
      *     *----------------------------------------------------------*CICLSP
      *     * VERSAO 02    - FABRICA DE SOFTWARE      -     15.10.2026 *CICLSP
      *     *              - ENVELHECIMENTO PASSA A CONTAR SO OS DIAS  *CICLSP
      *     *                UTEIS DESDE A ABERTURA (CALENDARIO DE     *CICLSP
      *     *                FERIADOS AUDITORIA.TB_FERIADO): FIM DE    *CICLSP
      *     *                SEMANA E FERIADO PROLONGADO NAO ESCALAM   *CICLSP
      *     *                MAIS A PRIORIDADE. FALHA NA CARGA DO      *CICLSP
      *     *                CALENDARIO SO DESCONTA OS FINS DE SEMANA, *CICLSP
      *     *                COM AVISO NO SYSOUT (RC 0092).            *CICLSP
      *     *----------------------------------------------------------*CICLSP
      *     * VERSAO 03    - FABRICA DE SOFTWARE      -     15.10.2026 *CICLSP
      *     *              - A EXECUCAO PASSA A SER REGISTRADA NO      *CICLSP
      *     *                HISTORICO (AUDITORIA.TB_HIST_EXECUCAO),   *CICLSP
      *     *                COMO OS DEMAIS BATCHES, PARA A CONSOLE DE *CICLSP
      *     *                OPERACAO (TELA CONSOPER) MOSTRAR O CICLO  *CICLSP
      *     *                DA NOITE.                                 *CICLSP
      *     *----------------------------------------------------------*CICLSP
      ******************************************************************CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.   CICLSP
       01  WS-HORA-AGORA           PIC     X(06)         VALUE ZEROS.   CICLSP
      *                                                                 CICLSP
      *--- CALENDARIO DE DIAS UTEIS: OS FERIADOS ATE HOJE SAO          *CICLSP
      *--- CARREGADOS EM RTCARGAFERIADOS, JA ORDENADOS PARA A BUSCA    *CICLSP
      *--- BINARIA, E A IDADE E CONTADA DIA A DIA EM RTCONTADIASUTEIS. *CICLSP
       01  WS-INT-INICIO           PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-INT-FIM              PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-INT-DIA              PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-DIA-UTIL-DATA        PIC     9(08)         VALUE ZEROS.   CICLSP
       01  WS-DIA-SEMANA           PIC     9(01)         VALUE ZEROS.   CICLSP
       01  WS-QT-FERIADOS-MAX      PIC     9(04)         VALUE 2000.    CICLSP
       01  WS-QT-FERIADOS          PIC     9(04)         VALUE ZEROS.   CICLSP
       01  WS-TAB-FERIADOS.                                             CICLSP
           03  WS-TB-FER           OCCURS  1 TO 2000                    CICLSP
                                   DEPENDING ON WS-QT-FERIADOS          CICLSP
                                   ASCENDING KEY IS WS-TB-FER-DATA      CICLSP
                                   INDEXED BY I01-FER.                  CICLSP
               05  WS-TB-FER-DATA       PIC 9(08).                      CICLSP
      *                                                                 CICLSP
      *--- IMAGENS ANTES/DEPOIS DA OCORRENCIA PARA O JORNAL -----------*CICLSP
       01  WS-IMAGEM-ANTES         PIC     X(106)        VALUE SPACES.  CICLSP
       01  WS-IMAGEM-DEPOIS        PIC     X(106)        VALUE SPACES.  CICLSP
       01  WS-LIN-CAB1.                                                 CICLSP
           03  FILLER              PIC     X(52)         VALUE          CICLSP
           'CICLOSP - ENVELHECIMENTO DAS OCORRENCIAS DO SPRINT  '.      CICLSP
           03  FILLER              PIC     X(22)         VALUE          CICLSP
           'LIMITE (DIAS UTEIS) : '.                                    CICLSP
           03  CAB1-LIMITE         PIC     ZZ9.                         CICLSP
           03  FILLER              PIC     X(06)         VALUE          CICLSP
           '  PAG '.                                                    CICLSP
           03  CAB1-PAG            PIC     ZZZZ9.                       CICLSP
           03  FILLER              PIC     X(44)         VALUE SPACES.  CICLSP
      *                                                                 CICLSP
       01  WS-LIN-CAB2.                                                 CICLSP
           03  FILLER              PIC     X(12)         VALUE          CICLSP
                                                         COMP.          CICLSP
       01  WS-HIST-QTDE            PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
      *                                                                 CICLSP
      *--- AREA DE TRABALHO PARA O HISTORICO DE EXECUCOES --------------CICLSP
      *--- O NOME/DATA/EMPRESA ACIMA SERVEM TAMBEM A PROPRIA LINHA DO * CICLSP
      *--- CICLOSP, GRAVADA NO FIM (RTGRAVAHISTORICO).                * CICLSP
       01  WS-HIST-MODO            PIC     X(01)         VALUE 'S'.     CICLSP
       01  WS-HIST-INICIO          PIC     X(14)         VALUE SPACES.  CICLSP
       01  WS-HIST-FIM             PIC     X(14)         VALUE SPACES.  CICLSP
       01  WS-HIST-LIDOS           PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-HIST-GRAVADOS        PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-HIST-REJEITADOS      PIC    S9(09)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    CICLSP
                                                         COMP.          CICLSP
       01  WS-FER-DATA             PIC     X(08)         VALUE SPACES.  CICLSP
       01  WS-FER-HOJE             PIC     X(08)         VALUE SPACES.  CICLSP
      *                                                                 CICLSP
       EXEC SQL                                                         CICLSP
           INCLUDE SQLCA                                                CICLSP
       END-EXEC.                                                        CICLSP
      *                                                                 CICLSP
       EXEC SQL                                                         CICLSP
           DECLARE C-FERIADO CURSOR FOR                                 CICLSP
           SELECT DAT_FERIADO                                           CICLSP
             FROM AUDITORIA.TB_FERIADO                                  CICLSP
            WHERE DAT_FERIADO <= :WS-FER-HOJE                           CICLSP
            ORDER BY DAT_FERIADO                                        CICLSP
       END-EXEC.                                                        CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
       77  FILLER                  PIC     X(38)         VALUE          CICLSP
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.              CICLSP
           ACCEPT WS-HORA-AGORA        FROM TIME.                       CICLSP
      *                                                                 CICLSP
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO.               * CICLSP
           STRING WS-DATA-HOJE         DELIMITED BY SIZE                CICLSP
                  WS-HORA-AGORA        DELIMITED BY SIZE                CICLSP
                                       INTO WS-HIST-INICIO.             CICLSP
      *                                                                 CICLSP
      *--- LIMITE DE DIAS DO PARAMETRO: FORA DA FAIXA (NAO NUMERICO   * CICLSP
      *--- OU ZERO) PERMANECE O PADRAO DE 005 DIAS.                   * CICLSP
           IF LK-PARM-LTH              GREATER ZEROS                    CICLSP
               DISPLAY '#CICLSP.901I - LIMITE DE DIAS INVALIDO NO'      CICLSP
               DISPLAY '#CICLSP.901I - PARAMETRO - ASSUMIDO 005'        CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
           PERFORM RTCARGAFERIADOS.                                     CICLSP
      *                                                                 CICLSP
           OPEN I-O ARQUIVO.                                            CICLSP
      *                                                                 CICLSP
               END-IF                                                   CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
      *--- ENVELHECIMENTO: OCORRENCIA ALEM DO LIMITE DE DIAS UTEIS E  * CICLSP
      *--- ESCALADA (B SOBE PARA M, M SOBE PARA A; A JA E O TETO) E   * CICLSP
      *--- ENTRA NO RELATORIO AGRUPADO POR ANALISTA.                  * CICLSP
           IF FD-DATA-ABERTURA         NOT NUMERIC                      CICLSP
               GO TO RTTRATAOCORRENCIAX                                 CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
           PERFORM RTCONTADIASUTEIS.                                    CICLSP
      *                                                                 CICLSP
           IF WS-DIAS-ABERTA           LESS WS-DIAS-LIMITE              CICLSP
               GO TO RTTRATAOCORRENCIAX                                 CICLSP
       RTTRATAOCORRENCIAX.             EXIT.                            CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
      *    ROTINA DE CONTAGEM DOS DIAS UTEIS EM ABERTO                 *CICLSP
      ******************************************************************CICLSP
       RTCONTADIASUTEIS                SECTION.                         CICLSP
      *                                                                 CICLSP
      *--- CONTA OS DIAS UTEIS DEPOIS DA ABERTURA ATE HOJE, INCLUSIVE * CICLSP
      *--- (ABERTA HOJE = 0). DIA DA SEMANA PELO CALENDARIO           * CICLSP
      *--- INTRINSECO, COMO NO MODEL03: O DIA 1 (01/01/1601) FOI UMA  * CICLSP
      *--- SEGUNDA-FEIRA, ENTAO O RESTO DE (N - 1) / 7 DA 0 PARA      * CICLSP
      *--- SEGUNDA ... 6 PARA DOMINGO.                                * CICLSP
           MOVE ZEROS                  TO WS-DIAS-ABERTA.               CICLSP
      *                                                                 CICLSP
           COMPUTE WS-INT-INICIO =                                      CICLSP
                   FUNCTION INTEGER-OF-DATE(FD-DATA-ABERTURA) + 1.      CICLSP
           COMPUTE WS-INT-FIM =                                         CICLSP
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).              CICLSP
      *                                                                 CICLSP
           PERFORM VARYING WS-INT-DIA FROM WS-INT-INICIO BY 1           CICLSP
                   UNTIL WS-INT-DIA GREATER WS-INT-FIM                  CICLSP
               COMPUTE WS-DIA-SEMANA =                                  CICLSP
                       FUNCTION MOD(WS-INT-DIA - 1 7)                   CICLSP
               IF WS-DIA-SEMANA        LESS 5                           CICLSP
                   PERFORM RTVERIFICAFERIADO                            CICLSP
               END-IF                                                   CICLSP
           END-PERFORM.                                                 CICLSP
      *                                                                 CICLSP
       RTCONTADIASUTEISX.              EXIT.                            CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
      *    ROTINA DE VERIFICACAO DE FERIADO                            *CICLSP
      ******************************************************************CICLSP
       RTVERIFICAFERIADO               SECTION.                         CICLSP
      *                                                                 CICLSP
      *--- DIA DE SEMANA QUE NAO CONSTA DO CALENDARIO DE FERIADOS     * CICLSP
      *--- CONTA COMO UM DIA UTIL EM ABERTO.                          * CICLSP
           IF WS-QT-FERIADOS           EQUAL ZEROS                      CICLSP
               ADD 1                   TO WS-DIAS-ABERTA                CICLSP
               GO TO RTVERIFICAFERIADOX                                 CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
           COMPUTE WS-DIA-UTIL-DATA =                                   CICLSP
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA).                CICLSP
      *                                                                 CICLSP
           SEARCH ALL WS-TB-FER                                         CICLSP
               AT END                                                   CICLSP
                   ADD 1               TO WS-DIAS-ABERTA                CICLSP
               WHEN WS-TB-FER-DATA(I01-FER)                             CICLSP
                                       EQUAL WS-DIA-UTIL-DATA           CICLSP
                   CONTINUE                                             CICLSP
           END-SEARCH.                                                  CICLSP
      *                                                                 CICLSP
       RTVERIFICAFERIADOX.             EXIT.                            CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
      *    ROTINA DE CARGA DO CALENDARIO DE FERIADOS (DB2)             *CICLSP
      ******************************************************************CICLSP
       RTCARGAFERIADOS                 SECTION.                         CICLSP
      *                                                                 CICLSP
      *--- SEM O CALENDARIO A IDADE DESCONTA SO OS FINS DE SEMANA: UM * CICLSP
      *--- FERIADO CONTA COMO DIA EM ABERTO E O RETORNO (0092) AVISA. * CICLSP
           MOVE ZEROS                  TO WS-QT-FERIADOS.               CICLSP
           MOVE WS-DATA-HOJE           TO WS-FER-HOJE.                  CICLSP
      *                                                                 CICLSP
           EXEC SQL                                                     CICLSP
               OPEN C-FERIADO                                           CICLSP
           END-EXEC.                                                    CICLSP
      *                                                                 CICLSP
           IF SQLCODE                  NOT EQUAL ZEROS                  CICLSP
               DISPLAY '#CICLSP.915I - CALENDARIO DE FERIADOS '         CICLSP
                       'INDISPONIVEL - SQLCODE = ' SQLCODE              CICLSP
               DISPLAY '#CICLSP.915I - IDADE DESCONTA SO OS FINS '      CICLSP
                       'DE SEMANA'                                      CICLSP
               IF WS-COD-RETORNO       EQUAL ZEROS                      CICLSP
                   MOVE 0092           TO WS-COD-RETORNO                CICLSP
               END-IF                                                   CICLSP
               GO TO RTCARGAFERIADOSX                                   CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
           EXEC SQL                                                     CICLSP
               FETCH C-FERIADO                                          CICLSP
                INTO :WS-FER-DATA                                       CICLSP
           END-EXEC.                                                    CICLSP
      *                                                                 CICLSP
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        CICLSP
                      OR WS-QT-FERIADOS EQUAL WS-QT-FERIADOS-MAX        CICLSP
               ADD 1                   TO WS-QT-FERIADOS                CICLSP
               SET I01-FER             TO WS-QT-FERIADOS                CICLSP
               MOVE WS-FER-DATA        TO WS-TB-FER-DATA(I01-FER)       CICLSP
               EXEC SQL                                                 CICLSP
                   FETCH C-FERIADO                                      CICLSP
                    INTO :WS-FER-DATA                                   CICLSP
               END-EXEC                                                 CICLSP
           END-PERFORM.                                                 CICLSP
      *                                                                 CICLSP
           IF SQLCODE EQUAL ZEROS                                       CICLSP
            AND WS-QT-FERIADOS         EQUAL WS-QT-FERIADOS-MAX         CICLSP
               DISPLAY '#CICLSP.916I - TABELA DE FERIADOS ESGOTADA - '  CICLSP
                       'MAIS DE ' WS-QT-FERIADOS-MAX                    CICLSP
               IF WS-COD-RETORNO       EQUAL ZEROS                      CICLSP
                   MOVE 0092           TO WS-COD-RETORNO                CICLSP
               END-IF                                                   CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         CICLSP
               DISPLAY '#CICLSP.915I - CALENDARIO DE FERIADOS '         CICLSP
                       'INCOMPLETO - SQLCODE = ' SQLCODE                CICLSP
               IF WS-COD-RETORNO       EQUAL ZEROS                      CICLSP
                   MOVE 0092           TO WS-COD-RETORNO                CICLSP
               END-IF                                                   CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
           EXEC SQL                                                     CICLSP
               CLOSE C-FERIADO                                          CICLSP
           END-EXEC.                                                    CICLSP
      *                                                                 CICLSP
           DISPLAY '#CICLSP.917I - FERIADOS CARREGADOS - '              CICLSP
                   WS-QT-FERIADOS.                                      CICLSP
      *                                                                 CICLSP
       RTCARGAFERIADOSX.               EXIT.                            CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
      *    ROTINA DE CONSULTA DA REEXECUCAO NO HISTORICO (DB2)         *CICLSP
      ******************************************************************CICLSP
       RTVERIFICAREEXEC                SECTION.                         CICLSP
       RTFECHAX.                       EXIT.                            CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
      *    ROTINA DE GRAVACAO DO HISTORICO DE EXECUCOES (DB2)          *CICLSP
      ******************************************************************CICLSP
       RTGRAVAHISTORICO                SECTION.                         CICLSP
      *                                                                 CICLSP
      *--- LIDOS SAO AS OCORRENCIAS DO SPRINT, GRAVADOS AS REGRAVADAS * CICLSP
      *--- (FECHADAS OU ESCALADAS) E REJEITADOS AS QUE PASSARAM DO    * CICLSP
      *--- LIMITE DE DIAS. A DATA E A DO CICLO (HOJE), SEM EMPRESA.   * CICLSP
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              CICLSP
           ACCEPT WS-TIME-MAQ          FROM TIME.                       CICLSP
           STRING WS-DATA-MAQ          DELIMITED BY SIZE                CICLSP
                  WS-TIME-MAQ          DELIMITED BY SIZE                CICLSP
                                       INTO WS-HIST-FIM.                CICLSP
      *                                                                 CICLSP
           MOVE 'CICLOSP'              TO WS-HIST-PROGRAMA.             CICLSP
           MOVE WS-DATA-HOJE           TO WS-HIST-DATA.                 CICLSP
           MOVE ZEROS                  TO WS-HIST-EMPRESA.              CICLSP
           MOVE WS-CT-LIDAS            TO WS-HIST-LIDOS.                CICLSP
           COMPUTE WS-HIST-GRAVADOS = WS-CT-FECHADAS-AUTO               CICLSP
                                    + WS-CT-ESCALADAS.                  CICLSP
           MOVE WS-CT-ENVELHECIDAS     TO WS-HIST-REJEITADOS.           CICLSP
           MOVE WS-COD-RETORNO         TO WS-HIST-RETORNO.              CICLSP
      *                                                                 CICLSP
           EXEC SQL                                                     CICLSP
               INSERT INTO AUDITORIA.TB_HIST_EXECUCAO                   CICLSP
                   (NOM_PROGRAMA, DAT_EXECUCAO, COD_EMPRESA,            CICLSP
                    IND_MODO, DAT_HOR_INICIO, DAT_HOR_FIM,              CICLSP
                    QTD_LIDOS, QTD_GRAVADOS, QTD_REJEITADOS,            CICLSP
                    COD_RETORNO_FINAL)                                  CICLSP
               VALUES                                                   CICLSP
                   (:WS-HIST-PROGRAMA, :WS-HIST-DATA,                   CICLSP
                    :WS-HIST-EMPRESA, :WS-HIST-MODO,                    CICLSP
                    :WS-HIST-INICIO, :WS-HIST-FIM,                      CICLSP
                    :WS-HIST-LIDOS, :WS-HIST-GRAVADOS,                  CICLSP
                    :WS-HIST-REJEITADOS, :WS-HIST-RETORNO)              CICLSP
           END-EXEC.                                                    CICLSP
      *                                                                 CICLSP
           IF SQLCODE                  NOT EQUAL ZEROS                  CICLSP
               DISPLAY '#CICLSP.918I - ERRO NA GRAVACAO DO HISTORICO'   CICLSP
               DISPLAY '#CICLSP.918I - SQLCODE = ' SQLCODE              CICLSP
               IF WS-COD-RETORNO       EQUAL ZEROS                      CICLSP
                   MOVE 0088           TO WS-COD-RETORNO                CICLSP
               END-IF                                                   CICLSP
           ELSE                                                         CICLSP
               EXEC SQL                                                 CICLSP
                   COMMIT                                               CICLSP
               END-EXEC                                                 CICLSP
           END-IF.                                                      CICLSP
      *                                                                 CICLSP
       RTGRAVAHISTORICOX.              EXIT.                            CICLSP
      *                                                                 CICLSP
      ******************************************************************CICLSP
      *    ROTINA DE FINALIZACAO                                       *CICLSP
      ******************************************************************CICLSP
       RTFINALIZA                      SECTION.                         CICLSP
                   WS-CT-ESCALADAS.                                     CICLSP
           DISPLAY '  ALEM DO LIMITE DE DIAS      : '                   CICLSP
                   WS-CT-ENVELHECIDAS.                                  CICLSP
           DISPLAY '  LIMITE DE DIAS UTEIS (PARM) : '                   CICLSP
                   WS-DIAS-LIMITE.                                      CICLSP
           DISPLAY '------------------------------------------------'.  CICLSP
      *                                                                 CICLSP
           PERFORM RTGRAVAHISTORICO.                                    CICLSP
      *                                                                 CICLSP
           MOVE WS-COD-RETORNO         TO RETURN-CODE.                  CICLSP
      *                                                                 CICLSP
