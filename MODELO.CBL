      *     *                DIA (RTFECHADIA), EM VEZ DE VALER A       *MODEL
      *     *                JANELA DO DIA 1 PARA O LOTE INTEIRO.      *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 20    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - CADASTRO DE EMPRESAS (AUDITORIA.TB_       *MODEL
      *     *                EMPRESA, TELA MANTEMPR): EMPRESA FORA DO  *MODEL
      *     *                CADASTRO E REJEITADA COM R005 E EMPRESA   *MODEL
      *     *                SUSPENSA, ENCERRADA OU FORA DA VIGENCIA   *MODEL
      *     *                NA DATA EFETIVA COM R006. NO MODO SPLIT   *MODEL
      *     *                CADA EMPRESA VAI SEMPRE PARA O ARQUIVO DE *MODEL
      *     *                DESDOBRAMENTO (SYS021 A SYS025) DO SEU    *MODEL
      *     *                CADASTRO, E NAO MAIS PELA ORDEM DE        *MODEL
      *     *                CHEGADA NO EARQUIVO (RC 0076 PARA EMPRESA *MODEL
      *     *                SEM ARQUIVO DESIGNADO). ERRO NA CARGA DO  *MODEL
      *     *                CADASTRO ENCERRA A EXECUCAO (RC 0120).    *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 21    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - CALENDARIO DE DIAS UTEIS (AUDITORIA.TB_   *MODEL
      *     *                FERIADO, TELA MANTFERI): DETALHE COM DATA *MODEL
      *     *                EFETIVA EM SABADO, DOMINGO OU FERIADO E   *MODEL
      *     *                REJEITADO COM R007. EXECUCAO DE PRODUCAO  *MODEL
      *     *                SUBMETIDA EM DIA NAO UTIL E RECUSADA (RC  *MODEL
      *     *                0128), SALVO COM O INDICADOR DE FORCAR NO *MODEL
      *     *                PARAMETRO - EM MODO TESTE SO AVISA. ERRO  *MODEL
      *     *                NA CARGA DO CALENDARIO ENCERRA A EXECUCAO *MODEL
      *     *                (RC 0124).                                *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 22    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - MOVIMENTOS AGENDADOS: DETALHE COM DATA    *MODEL
      *     *                EFETIVA POSTERIOR A DATA DE MOVIMENTO E   *MODEL
      *     *                DESVIADO PARA O CADASTRO DE AGENDADOS     *MODEL
      *     *                (SYS080 - AGENDA.KSDS) EM VEZ DE GRAVADO  *MODEL
      *     *                NO SARQUIVO, COM CONTADOR PROPRIO NOS     *MODEL
      *     *                TOTAIS DE CONTROLE E NO TRAILER. O JOB    *MODEL
      *     *                LIBAGENJ LIBERA OS AGENDADOS NA DATA      *MODEL
      *     *                EFETIVA. NO MODO LOTE A REFERENCIA E A    *MODEL
      *     *                DATA DA MAQUINA; O MODO DELTA NAO AGENDA. *MODEL
      *     *                ERRO NO CADASTRO ENCERRA A EXECUCAO (RC   *MODEL
      *     *                0132).                                    *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 23    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - HISTORICO DE EVENTOS DO MOVIMENTO (AUDITO-*MODEL
      *     *                RIA.TB_EVENTO_MOVTO, CONSULTADO NA TELA   *MODEL
      *     *                RASTMOVT): CADA DETALHE TRATADO DEIXA UM  *MODEL
      *     *                EVENTO COM A CHAVE ORIGINAL, A GERACAO    *MODEL
      *     *                DO EARQUIVO E A POSICAO DE CHEGADA -      *MODEL
      *     *                GRAVADO (GRV), REJEITADO (REJ, COM O      *MODEL
      *     *                MOTIVO), DUPLICADO (DUP), RETIDO (RET,    *MODEL
      *     *                COM O MOTIVO) OU AGENDADO (AGD). FALHA NA *MODEL
      *     *                GRAVACAO DO EVENTO SO E EXIBIDA E CONTADA *MODEL
      *     *                - NAO MUDA O RETORNO. MODO TESTE NAO      *MODEL
      *     *                GRAVA EVENTOS.                            *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 24    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO*MODEL
      *     *                _DIA, BATCH FECHADIA): EXECUCAO DE        *MODEL
      *     *                PRODUCAO PARA DATA DE MOVIMENTO JA FECHADA*MODEL
      *     *                E RECUSADA (RC 0136), MESMO COM O         *MODEL
      *     *                INDICADOR DE FORCAR - SO A REABERTURA PELA*MODEL
      *     *                TELA REABDIA LIBERA. EM MODO TESTE SO     *MODEL
      *     *                AVISA. NO MODO LOTE CADA DIA E CONFERIDO  *MODEL
      *     *                NO SEU TRAILER E O LOTE PARA NO PRIMEIRO  *MODEL
      *     *                DIA FECHADO. ERRO NA CONSULTA ENCERRA A   *MODEL
      *     *                EXECUCAO (RC 0088).                       *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 25    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - O CONTROLE DE LIMITES (L001/L002) PASSA A *MODEL
      *     *                RODAR ANTES DO AGENDAMENTO: MOVIMENTO     *MODEL
      *     *                FUTURO ACIMA DO LIMITE VAI PARA O HARQUIVO*MODEL
      *     *                E NAO MAIS PARA O CADASTRO DE AGENDADOS,  *MODEL
      *     *                QUE O LIBAGEND LIBERA SEM CONFERIR LIMITE.*MODEL
      *     *                O REPOSICIONAMENTO DE REINICIO SEGUE A    *MODEL
      *     *                MESMA ORDEM. A SUBMISSAO EM DIA NAO UTIL  *MODEL
      *     *                PASSA A SER LIBERADA POR INDICADOR PROPRIO*MODEL
      *     *                (WS-IND-NAO-UTIL) EM VEZ DO DE FORCAR, QUE*MODEL
      *     *                VOLTA A SO DESLIGAR A GUARDA CONTRA DUPLA *MODEL
      *     *                SUBMISSAO.                                *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 26    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - AGENDADO GRAVADO COMO PROVISORIO ('N') E  *MODEL
      *     *                SO PROMOVIDO A PENDENTE ('P') QUANDO A    *MODEL
      *     *                EXECUCAO (OU O DIA DO LOTE, NO SEU        *MODEL
      *     *                TRAILER) TERMINA COM RETORNO ZERO; NA     *MODEL
      *     *                FALHA O PROVISORIO E APAGADO, SALVO SE O  *MODEL
      *     *                PONTO DE REINICIO FOI MANTIDO (O REINICIO *MODEL
      *     *                O PROMOVE). EXECUCAO SEM REINICIO APAGA   *MODEL
      *     *                OS PROVISORIOS DEIXADOS POR EXECUCAO      *MODEL
      *     *                INTERROMPIDA. NO MODO LOTE A DATA DE      *MODEL
      *     *                RECEBIMENTO DO AGENDADO PASSA A SER A DO  *MODEL
      *     *                TRAILER DO PROPRIO DIA.                   *MODEL
      *     *----------------------------------------------------------*MODEL
      *     * VERSAO 27    - FABRICA DE SOFTWARE      -     15.10.2026 *MODEL
      *     *              - O TRAILER DE CADA ARQUIVO DE DESDOBRAMENTO*MODEL
      *     *                LEVA A EMPRESA DESIGNADA AO ARQUIVO NO    *MODEL
      *     *                CADASTRO (ARQS-EMPRESA-SPLIT), MESMO SEM  *MODEL
      *     *                DETALHE NO DIA, PARA O POSTSALD REGISTRAR *MODEL
      *     *                A EXECUCAO EM NOME DA EMPRESA E O FECHADIA*MODEL
      *     *                CONFERIR O LANCAMENTO DE CADA UMA.        *MODEL
      *     *----------------------------------------------------------*MODEL
      ******************************************************************MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *                                                                 MODEL
           SELECT HARQUIVO ASSIGN      TO SYS090                        MODEL
                  FILE     STATUS      IS WS-FS-SYS090.                 MODEL
      *                                                                 MODEL
           SELECT AGENDA   ASSIGN      TO SYS080                        MODEL
                  ORGANIZATION         IS INDEXED                       MODEL
                  ACCESS   MODE        IS DYNAMIC                       MODEL
                  RECORD   KEY         IS FD-AGD-CHAVE                  MODEL
                  FILE     STATUS      IS WS-FS-SYS080.                 MODEL
      *                                                                 MODEL
           SELECT LOTEARQ1 ASSIGN      TO SYS081                        MODEL
                  FILE     STATUS      IS WS-FS-SYS081.                 MODEL
           03  FD-RET-REGISTRO         PIC     X(200).                  MODEL
           03  FD-RET-MOTIVO           PIC     X(04).                   MODEL
      *                                                                 MODEL
      *--- CADASTRO DE MOVIMENTOS AGENDADOS (SYS080) -------------------MODEL
      *    RECEBE OS DETALHES VALIDOS COM DATA EFETIVA POSTERIOR A      MODEL
      *    DATA DE MOVIMENTO, CHAVEADOS POR DATA EFETIVA + EMPRESA +    MODEL
      *    TRANSACAO, PARA LIBERACAO PELO LIBAGEND NA DATA EFETIVA      MODEL
      *    (VIDE COPY AGENDAMV).                                        MODEL
       FD  AGENDA                                                       MODEL
           RECORD    CONTAINS          80 CHARACTERS.                   MODEL
       COPY AGENDAMV.                                                   MODEL
      *                                                                 MODEL
      *--- ARQUIVOS DE DESDOBRAMENTO POR EMPRESA (SYS021 A SYS025) -----MODEL
      *    USADOS SOMENTE NO MODO SPLIT (WS-IND-SPLIT = S): CADA        MODEL
      *    EMPRESA DO EARQUIVO OCUPA O PROXIMO ARQUIVO LIVRE, NA        MODEL
           03  FD-REINICIO-EMPRESAS    OCCURS  5.                       MODEL
               05  FD-REINICIO-EMP-CODIGO   PIC 9(04).                  MODEL
               05  FD-REINICIO-EMP-GRAVADOS PIC 9(06).                  MODEL
           03  FD-REINICIO-AGENDADOS   PIC     9(06).                   MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
       WORKING-STORAGE                 SECTION.                         MODEL
       01  WS-FS-SYS060            PIC     X(02)         VALUE SPACES.  MODEL
       01  WS-FS-SYS070            PIC     X(02)         VALUE SPACES.  MODEL
       01  WS-FS-SYS090            PIC     X(02)         VALUE SPACES.  MODEL
       01  WS-FS-SYS080            PIC     X(02)         VALUE SPACES.  MODEL
       01  WS-FS-LOTE-TODOS.                                            MODEL
           03  WS-FS-SYS081        PIC     X(02)         VALUE SPACES.  MODEL
           03  WS-FS-SYS082        PIC     X(02)         VALUE SPACES.  MODEL
       01  WS-CT-FILTRADOS         PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-DUPLICADOS        PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-RETIDOS           PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-AGENDADOS         PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-INCLUIDOS         PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-ALTERADOS         PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-EXCLUIDOS         PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-ANT-LIDOS         PIC     9(07)         VALUE ZEROS.   MODEL
       01  WS-CT-ANT-INVALIDOS     PIC     9(07)         VALUE ZEROS.   MODEL
       01  WS-CT-ESPERADOS         PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-CT-EVT-FALHAS        PIC     9(06)         VALUE ZEROS.   MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DE REINICIO/CHECKPOINT                                 *MODEL
       01  WS-HARQUIVO-ABERTO      PIC     X(01)         VALUE 'N'.     MODEL
           88  WS-HARQUIVO-ABERTO-SIM                    VALUE 'S'.     MODEL
           88  WS-HARQUIVO-FECHADO                       VALUE 'N'.     MODEL
       01  WS-AGENDA-ABERTO        PIC     X(01)         VALUE 'N'.     MODEL
           88  WS-AGENDA-ABERTO-SIM                      VALUE 'S'.     MODEL
           88  WS-AGENDA-FECHADO                         VALUE 'N'.     MODEL
       01  WS-REINICIO-LIMPO       PIC     X(01)         VALUE 'N'.     MODEL
           88  WS-REINICIO-LIMPO-SIM                     VALUE 'S'.     MODEL
           88  WS-REINICIO-LIMPO-NAO                     VALUE 'N'.     MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DE RECONCILIACAO DE TOTAIS                             *MODEL
               05  WS-TB-CHV-CHAVE      PIC X(29).                      MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DE MOVIMENTOS AGENDADOS                                *MODEL
      ******************************************************************MODEL
      *--- DETALHE COM DATA EFETIVA POSTERIOR A DATA DE REFERENCIA E   *MODEL
      *--- DESVIADO PARA O CADASTRO DE AGENDADOS (SYS080), DE ONDE O   *MODEL
      *--- LIBAGEND O LIBERA NA DATA EFETIVA (VIDE RTVERIFICAAGENDA).  *MODEL
       01  WS-AGENDAR-IND          PIC     X(01)         VALUE 'N'.     MODEL
           88  WS-AGENDAR-SIM                            VALUE 'S'.     MODEL
           88  WS-AGENDAR-NAO                            VALUE 'N'.     MODEL
       01  WS-DATA-REF-AGENDA      PIC     9(08)         VALUE ZEROS.   MODEL
      *--- O AGENDADO NASCE PROVISORIO ('N') E SO VIRA PENDENTE ('P')  *MODEL
      *--- NO FECHAMENTO COM RETORNO ZERO (VIDE RTACERTAAGENDA). NO    *MODEL
      *--- MODO LOTE A DATA DO DIA SO CHEGA NO TRAILER: O PROVISORIO   *MODEL
      *--- E GRAVADO COM DATA DE RECEBIMENTO ZERADA E RECEBE A DATA    *MODEL
      *--- DO DIA NA PROMOCAO.                                         *MODEL
       01  WS-AGD-DATA-PROV        PIC     9(08)         VALUE ZEROS.   MODEL
       01  WS-AGD-DATA-FINAL       PIC     9(08)         VALUE ZEROS.   MODEL
       01  WS-AGD-SEQ-INI          PIC     9(08)         VALUE ZEROS.   MODEL
       01  WS-AGD-SEQ-FIM          PIC     9(08)         VALUE ZEROS.   MODEL
       01  WS-CT-AGD-ACERTADOS     PIC     9(06)         VALUE ZEROS.   MODEL
       01  WS-AGD-REG-SALVO        PIC     X(80)         VALUE SPACES.  MODEL
       01  WS-AGD-OPERACAO         PIC     X(12)         VALUE SPACES.  MODEL
       01  WS-AGD-ACAO             PIC     X(01)         VALUE SPACES.  MODEL
           88  WS-AGD-CONFIRMAR                          VALUE 'C'.     MODEL
           88  WS-AGD-DESCARTAR                          VALUE 'D'.     MODEL
           88  WS-AGD-LIMPAR                             VALUE 'L'.     MODEL
       01  WS-AGD-FIM              PIC     X(01)         VALUE 'N'.     MODEL
           88  WS-AGD-FIM-SIM                            VALUE 'S'.     MODEL
           88  WS-AGD-FIM-NAO                            VALUE 'N'.     MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DE CONTROLE DE LIMITES POR EMPRESA                     *MODEL
      ******************************************************************MODEL
      *--- OS LIMITES POR EMPRESA (MAXIMO POR MOVIMENTO E MAXIMO       *MODEL
               05  WS-TB-ACU-VALOR      PIC S9(15)V99 COMP-3.           MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DO CADASTRO DE EMPRESAS                                *MODEL
      ******************************************************************MODEL
      *--- O CADASTRO DE EMPRESAS (AUDITORIA.TB_EMPRESA) E CARREGADO   *MODEL
      *--- EM RTCARGAEMPRESAS, JA ORDENADO PELO CURSOR PARA A BUSCA    *MODEL
      *--- BINARIA (SEARCH ALL) DE RTPROCURAEMPRESA. ALEM DA SITUACAO  *MODEL
      *--- E DA VIGENCIA, USADAS NA CRITICA (R005/R006), O CADASTRO    *MODEL
      *--- DIZ EM QUAL ARQUIVO DE DESDOBRAMENTO (1 A 5) A EMPRESA      *MODEL
      *--- SAI NO MODO SPLIT - ZERO E EMPRESA SEM ARQUIVO DESIGNADO.   *MODEL
       01  WS-EMPRESA-TESTE        PIC     9(04)         VALUE ZEROS.   MODEL
       01  WS-EMPRESA-ACHADA       PIC     X(01)         VALUE 'N'.     MODEL
           88  WS-EMPRESA-ACHADA-SIM                     VALUE 'S'.     MODEL
           88  WS-EMPRESA-ACHADA-NAO                     VALUE 'N'.     MODEL
       01  WS-QT-CADASTRO-MAX      PIC     9(03)         VALUE 500.     MODEL
       01  WS-QT-CADASTRO          PIC     9(03)         VALUE ZEROS.   MODEL
       01  WS-TAB-CADASTRO.                                             MODEL
           03  WS-TB-CAD           OCCURS  1 TO 500                     MODEL
                                   DEPENDING ON WS-QT-CADASTRO          MODEL
                                   ASCENDING KEY IS WS-TB-CAD-EMPRESA   MODEL
                                   INDEXED BY I01-CAD.                  MODEL
               05  WS-TB-CAD-EMPRESA    PIC 9(04).                      MODEL
               05  WS-TB-CAD-SITUACAO   PIC X(01).                      MODEL
                   88  WS-TB-CAD-ATIVA          VALUE 'A'.              MODEL
               05  WS-TB-CAD-DT-INICIO  PIC X(08).                      MODEL
               05  WS-TB-CAD-DT-FIM     PIC X(08).                      MODEL
               05  WS-TB-CAD-SLOT       PIC 9(01).                      MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DO CALENDARIO DE DIAS UTEIS                            *MODEL
      ******************************************************************MODEL
      *--- DIA UTIL E SEGUNDA A SEXTA QUE NAO CONSTA COMO FERIADO NO   *MODEL
      *--- CALENDARIO (AUDITORIA.TB_FERIADO). OS FERIADOS SAO          *MODEL
      *--- CARREGADOS EM RTCARGAFERIADOS, JA ORDENADOS PELO CURSOR     *MODEL
      *--- PARA A BUSCA BINARIA (SEARCH ALL) DE RTVERIFICADIAUTIL.     *MODEL
       01  WS-DIA-UTIL-DATA        PIC     9(08)         VALUE ZEROS.   MODEL
       01  WS-DIA-UTIL-DATA-R REDEFINES WS-DIA-UTIL-DATA.               MODEL
           03  WS-DIA-UTIL-ANO     PIC     9(04).                       MODEL
           03  FILLER              PIC     9(04).                       MODEL
       01  WS-DIA-UTIL             PIC     X(01)         VALUE 'S'.     MODEL
           88  WS-DIA-UTIL-SIM                           VALUE 'S'.     MODEL
           88  WS-DIA-UTIL-NAO                           VALUE 'N'.     MODEL
       01  WS-DIA-SEMANA           PIC     9(01)         VALUE ZEROS.   MODEL
       01  WS-ANO-SUBMISSAO        PIC     9(04)         VALUE ZEROS.   MODEL
       01  WS-QT-FERIADOS-ANO      PIC     9(04)         VALUE ZEROS.   MODEL
       01  WS-QT-FERIADOS-MAX      PIC     9(04)         VALUE 2000.    MODEL
       01  WS-QT-FERIADOS          PIC     9(04)         VALUE ZEROS.   MODEL
       01  WS-TAB-FERIADOS.                                             MODEL
           03  WS-TB-FER           OCCURS  1 TO 2000                    MODEL
                                   DEPENDING ON WS-QT-FERIADOS          MODEL
                                   ASCENDING KEY IS WS-TB-FER-DATA      MODEL
                                   INDEXED BY I01-FER.                  MODEL
               05  WS-TB-FER-DATA       PIC 9(08).                      MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    AREA DE CRITICA DO DETALHE DO EARQUIVO                      *MODEL
      ******************************************************************MODEL
       01  WS-MOTIVO-REJEICAO      PIC     X(04)         VALUE SPACES.  MODEL
           88  WS-REJ-DATA                               VALUE 'R002'.  MODEL
           88  WS-REJ-EMPRESA                            VALUE 'R003'.  MODEL
           88  WS-REJ-VALOR                              VALUE 'R004'.  MODEL
           88  WS-REJ-EMP-DESCONHECIDA                   VALUE 'R005'.  MODEL
           88  WS-REJ-EMP-INATIVA                        VALUE 'R006'.  MODEL
           88  WS-REJ-DIA-NAO-UTIL                       VALUE 'R007'.  MODEL
      *                                                                 MODEL
      *--- CODIGOS DE TRANSACAO CONHECIDOS PELO SISTEMA ---------------*MODEL
      *--- A LISTA VEM DA TABELA DE REFERENCIA AUDITORIA.TB_COD_       *MODEL
           ' DO ARQUIVO SYS070'.                                        MODEL
       01  WS-MSG-SYS090           PIC     X(18)         VALUE          MODEL
           ' DO ARQUIVO SYS090'.                                        MODEL
       01  WS-MSG-SYS080           PIC     X(18)         VALUE          MODEL
           ' DO ARQUIVO SYS080'.                                        MODEL
      *                                                                 MODEL
       01  WS-DATA-MAQ             PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-TIME-MAQ             PIC     X(06)         VALUE SPACES.  MODEL
       01  WS-HIST-QTDE            PIC    S9(09)         VALUE ZEROS    MODEL
                                                         COMP.          MODEL
      *                                                                 MODEL
      *--- AREA DE TRABALHO PARA O FECHAMENTO DO DIA -------------------MODEL
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.  MODEL
           88  WS-FEC-FECHADO                            VALUE 'F'.     MODEL
           88  WS-FEC-ERRO                               VALUE 'E'.     MODEL
      *                                                                 MODEL
      *--- AREA DE TRABALHO PARA A TABELA DE CODIGOS DE TRANSACAO ------MODEL
       01  WS-TRN-DATA             PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-TRN-CODIGO           PIC     X(04)         VALUE SPACES.  MODEL
            ORDER BY COD_EMPRESA                                        MODEL
       END-EXEC.                                                        MODEL
      *                                                                 MODEL
      *--- AREA DE TRABALHO PARA O CADASTRO DE EMPRESAS ----------------MODEL
       01  WS-EMP-CODIGO           PIC    S9(04)         VALUE ZEROS    MODEL
                                                         COMP.          MODEL
       01  WS-EMP-SITUACAO         PIC     X(01)         VALUE SPACES.  MODEL
       01  WS-EMP-DT-INICIO        PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EMP-DT-FIM           PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EMP-SLOT             PIC    S9(04)         VALUE ZEROS    MODEL
                                                         COMP.          MODEL
      *                                                                 MODEL
       EXEC SQL                                                         MODEL
           DECLARE C-EMPRESA CURSOR FOR                                 MODEL
           SELECT COD_EMPRESA, IND_SITUACAO, DAT_INICIO,                MODEL
                  DAT_FIM, NUM_SLOT                                     MODEL
             FROM AUDITORIA.TB_EMPRESA                                  MODEL
            ORDER BY COD_EMPRESA                                        MODEL
       END-EXEC.                                                        MODEL
      *                                                                 MODEL
      *--- AREA DE TRABALHO PARA O CALENDARIO DE FERIADOS ------------- MODEL
       01  WS-FER-DATA             PIC     X(08)         VALUE SPACES.  MODEL
      *                                                                 MODEL
       EXEC SQL                                                         MODEL
           DECLARE C-FERIADO CURSOR FOR                                 MODEL
           SELECT DAT_FERIADO                                           MODEL
             FROM AUDITORIA.TB_FERIADO                                  MODEL
            ORDER BY DAT_FERIADO                                        MODEL
       END-EXEC.                                                        MODEL
      *                                                                 MODEL
      *--- AREA DE TRABALHO PARA O HISTORICO DE EVENTOS DO MOVIMENTO -- MODEL
      *--- A CHAVE E GRAVADA COMO CHEGOU (TRANSACAO, DATA EFETIVA E    *MODEL
      *--- EMPRESA EM CARACTERES), PARA QUE ATE UM REJEITADO POR CAMPO *MODEL
      *--- INVALIDO SEJA ENCONTRADO; VALOR NAO NUMERICO VAI COMO ZERO. *MODEL
       01  WS-EVT-TRANSACAO        PIC     X(04)         VALUE SPACES.  MODEL
       01  WS-EVT-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EVT-EMPRESA          PIC     X(04)         VALUE SPACES.  MODEL
       01  WS-EVT-VALOR            PIC    S9(11)V99      VALUE ZEROS    MODEL
                                                         COMP-3.        MODEL
       01  WS-EVT-DATA-MOVTO       PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EVT-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS    MODEL
                                                         COMP.          MODEL
       01  WS-EVT-CODIGO           PIC     X(03)         VALUE SPACES.  MODEL
       01  WS-EVT-MOTIVO           PIC     X(04)         VALUE SPACES.  MODEL
       01  WS-EVT-PROGRAMA         PIC     X(08)         VALUE          MODEL
           'MODEL01'.                                                   MODEL
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.  MODEL
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS    MODEL
                                                         COMP.          MODEL
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.  MODEL
       01  WS-EVT-DATA             PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.  MODEL
       01  WS-EVT-DESTINO          PIC     X(08)         VALUE SPACES.  MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
       77  FILLER                  PIC     X(32)         VALUE          MODEL
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                    MODEL
           IF WS-IND-LOTE              EQUAL SPACES                     MODEL
               SET WS-LOTE-NAO         TO TRUE                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-IND-NAO-UTIL          EQUAL SPACES                     MODEL
               SET WS-NAO-UTIL-NAO     TO TRUE                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- A RECUPERACAO DE ATRASO E UMA EXECUCAO DE PRODUCAO DE       *MODEL
      *--- CARGA CHEIA: NAO CONVIVE COM DESDOBRAMENTO, DELTA, ENSAIO   *MODEL
      *--- CARREGA OS LIMITES POR EMPRESA DO CADASTRO DE LIMITES.      *MODEL
           PERFORM RTCARGALIMITES.                                      MODEL
      *                                                                 MODEL
      *--- CARREGA O CADASTRO DE EMPRESAS (CRITICA E DESDOBRAMENTO).   *MODEL
           PERFORM RTCARGAEMPRESAS.                                     MODEL
      *                                                                 MODEL
      *--- CARREGA OS FERIADOS DO CALENDARIO DE DIAS UTEIS.            *MODEL
           PERFORM RTCARGAFERIADOS.                                     MODEL
      *                                                                 MODEL
      *--- MARCA O INICIO DA EXECUCAO PARA O HISTORICO -----------------MODEL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              MODEL
           ACCEPT WS-TIME-MAQ          FROM TIME.                       MODEL
                  WS-TIME-MAQ          DELIMITED BY SIZE                MODEL
                                       INTO WS-HIST-INICIO.             MODEL
      *                                                                 MODEL
      *--- GUARDA DE DIA NAO UTIL: A DATA DA MAQUINA (DIA DA           *MODEL
      *--- SUBMISSAO) TEM DE SER DIA UTIL NO CALENDARIO.               *MODEL
           PERFORM RTVERIFICASUBMISSAO.                                 MODEL
      *                                                                 MODEL
      *--- GUARDA CONTRA DUPLA SUBMISSAO: UMA EXECUCAO DE PRODUCAO     *MODEL
      *--- PARA DATA/EMPRESA JA CONCLUIDA COM RETORNO ZERO SO RODA     *MODEL
      *--- DE NOVO COM O INDICADOR DE FORCAR LIGADO NO PARAMETRO.      *MODEL
           IF WS-MODO-PRODUCAO AND WS-FORCA-NAO                         MODEL
               PERFORM RTVERIFICADUPLA                                  MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- GUARDA DE DIA FECHADO: DATA DE MOVIMENTO JA FECHADA PELO    *MODEL
      *--- FECHADIA NAO RECEBE MAIS MOVIMENTO, COM OU SEM FORCAR.      *MODEL
           PERFORM RTVERIFICAFECHADO.                                   MODEL
      *                                                                 MODEL
           MOVE ZEROS                  TO WS-CT-LIDOS                   MODEL
                                           WS-CT-GRAVADOS               MODEL
                                           WS-CT-FILTRADOS              MODEL
                                           WS-CT-DUPLICADOS             MODEL
                                           WS-CT-RETIDOS                MODEL
                                           WS-CT-AGENDADOS              MODEL
                                           WS-QT-ACUM                   MODEL
                                           WS-QT-CHAVES                 MODEL
                                           WS-QT-EMPRESAS.              MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           SET WS-HARQUIVO-ABERTO-SIM  TO TRUE.                         MODEL
      *                                                                 MODEL
      *--- O CADASTRO DE AGENDADOS E UM KSDS PERMANENTE, SEM GERACAO:  *MODEL
      *--- E SEMPRE ABERTO EM I-O (NUM REINICIO, O DETALHE JA AGENDADO *MODEL
      *--- ANTES DO ABEND VOLTA COMO CHAVE DUPLICADA E NAO E REGRAVADO)*MODEL
      *--- E CRIADO VAZIO NA PRIMEIRA VEZ. NAO E ABERTO EM MODO TESTE  *MODEL
      *--- (O ENSAIO SO CONTA OS AGENDADOS) NEM EM MODO DELTA (QUE NAO *MODEL
      *--- AGENDA - VIDE RTVERIFICAAGENDA). UMA EXECUCAO QUE NAO E     *MODEL
      *--- REINICIO APAGA OS PROVISORIOS DEIXADOS POR UMA EXECUCAO     *MODEL
      *--- INTERROMPIDA: ELES NUNCA SERAO PROMOVIDOS.                  *MODEL
           IF WS-MODO-PRODUCAO AND WS-DELTA-NAO                         MODEL
               OPEN I-O AGENDA                                          MODEL
               IF WS-FS-SYS080         EQUAL '35'                       MODEL
                   OPEN OUTPUT AGENDA                                   MODEL
                   CLOSE AGENDA                                         MODEL
                   OPEN I-O AGENDA                                      MODEL
               END-IF                                                   MODEL
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  MODEL
                   DISPLAY '#MODEL.956I - ERRO NA ABERTURA'             MODEL
                           WS-MSG-SYS080                                MODEL
                   DISPLAY '#MODEL.956I - FILE STATUS = '               MODEL
                           WS-FS-SYS080                                 MODEL
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              MODEL
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               MODEL
                   PERFORM RTGRAVAAUDITORIA                             MODEL
                   MOVE 0132            TO WS-COD-RETORNO               MODEL
                   PERFORM RTFECHA                                      MODEL
                   PERFORM RTFINALIZA                                   MODEL
               END-IF                                                   MODEL
               SET WS-AGENDA-ABERTO-SIM TO TRUE                         MODEL
               IF WS-LOTE-SIM                                           MODEL
                   MOVE ZEROS          TO WS-AGD-DATA-PROV              MODEL
               ELSE                                                     MODEL
                   MOVE WS-DATA-EXECUCAO TO WS-AGD-DATA-PROV            MODEL
               END-IF                                                   MODEL
               IF WS-RESTART-NAO                                        MODEL
                   SET WS-AGD-LIMPAR   TO TRUE                          MODEL
                   PERFORM RTACERTAAGENDA                               MODEL
                   IF WS-COD-RETORNO   NOT EQUAL ZEROS                  MODEL
                       PERFORM RTFECHA                                  MODEL
                       PERFORM RTFINALIZA                               MODEL
                   END-IF                                               MODEL
               END-IF                                                   MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-SPLIT-SIM                                              MODEL
               PERFORM RTABRESPLIT                                      MODEL
                                               TO WS-CT-DUPLICADOS      MODEL
                           MOVE FD-REINICIO-RETIDOS                     MODEL
                                               TO WS-CT-RETIDOS         MODEL
                           MOVE FD-REINICIO-AGENDADOS                   MODEL
                                               TO WS-CT-AGENDADOS       MODEL
                           MOVE FD-REINICIO-QT-EMPRESAS                 MODEL
                                               TO WS-QT-EMPRESAS        MODEL
                           PERFORM VARYING WS-SUB-EMP FROM 1 BY 1       MODEL
                       PERFORM RTVERIFICADUPLICADO                      MODEL
      *--- REAPLICA TAMBEM A DECISAO DE LIMITES (SO ACUMULA, NADA E    *MODEL
      *--- REGRAVADO), PARA O ACUMULADO DIARIO DA EMPRESA RETOMAR DO   *MODEL
      *--- MESMO PONTO DA EXECUCAO INTERROMPIDA. COMO EM RTGRAVARQUIVO,*MODEL
      *--- O LIMITE VALE ANTES DO AGENDAMENTO - O AGENDADO TAMBEM      *MODEL
      *--- ENTRA NO ACUMULADO DO DIA EM QUE FOI RECEBIDO.              *MODEL
                       IF WS-DUPLICADO-NAO                              MODEL
                        AND (WS-COD-EMPRESA EQUAL ZEROS                 MODEL
                         OR ARQE-EMPRESA EQUAL WS-COD-EMPRESA)          MODEL
      *                                                                 MODEL
      *--- CONTROLE DE LIMITES: MOVIMENTO ACIMA DO LIMITE DA EMPRESA   *MODEL
      *--- E RETIDO PARA LIBERACAO DO SUPERVISOR EM VEZ DE GRAVADO.    *MODEL
      *--- VALE TAMBEM PARA O MOVIMENTO FUTURO, QUE O LIBAGEND LIBERA  *MODEL
      *--- SEM NOVA CONFERENCIA: ACIMA DO LIMITE ELE VAI PARA O        *MODEL
      *--- HARQUIVO E NUNCA CHEGA AO CADASTRO DE AGENDADOS; DENTRO DO  *MODEL
      *--- LIMITE ENTRA NO ACUMULADO DO DIA EM QUE FOI RECEBIDO.       *MODEL
           PERFORM RTVERIFICALIMITE.                                    MODEL
      *                                                                 MODEL
           IF NOT WS-RET-NENHUM                                         MODEL
               PERFORM RTGRAVARETIDO                                    MODEL
               GO TO RTGRAVARQUIVOX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- MOVIMENTO AGENDADO: DATA EFETIVA POSTERIOR A DATA DE        *MODEL
      *--- REFERENCIA VAI PARA O CADASTRO DE AGENDADOS.                *MODEL
           PERFORM RTVERIFICAAGENDA.                                    MODEL
      *                                                                 MODEL
           IF WS-AGENDAR-SIM                                            MODEL
               PERFORM RTGRAVAAGENDA                                    MODEL
               GO TO RTGRAVARQUIVOX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           MOVE SPACES                 TO ARQUIVOS.                     MODEL
           SET ARQS-REG-DETALHE        TO TRUE.                         MODEL
      *--- SARQUIVO. USADA PELO MODO NORMAL E PELO MODO DELTA.         *MODEL
           IF WS-SPLIT-SIM                                              MODEL
               PERFORM RTGRAVASPLIT                                     MODEL
               MOVE WS-NOME-SPLIT      TO WS-EVT-DESTINO                MODEL
               PERFORM RTEVENTOSAIDA                                    MODEL
               GO TO RTGRAVASAIDAX                                      MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
               PERFORM RTESCREVELOTE                                    MODEL
               IF WS-FS-LOTE           EQUAL ZEROS                      MODEL
                   ADD 1               TO WS-CT-GRAVADOS                MODEL
                   MOVE WS-NOME-LOTE   TO WS-EVT-DESTINO                MODEL
                   PERFORM RTEVENTOSAIDA                                MODEL
               ELSE                                                     MODEL
                   DISPLAY '#MODEL.938I - ERRO NA GRAVACAO DO '         MODEL
                           WS-NOME-LOTE                                 MODEL
           EVALUATE WS-FS-SYS020                                        MODEL
               WHEN ZEROS                                               MODEL
                   ADD 1               TO WS-CT-GRAVADOS                MODEL
                   MOVE 'SARQUIVO'     TO WS-EVT-DESTINO                MODEL
                   PERFORM RTEVENTOSAIDA                                MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.906I - ERRO NA GRAVACAO'             MODEL
                           WS-MSG-SYS020                                MODEL
       RTGRAVASAIDAX.                  EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE EVENTO DE GRAVACAO NA SAIDA                       *MODEL
      ******************************************************************MODEL
       RTEVENTOSAIDA                   SECTION.                         MODEL
      *                                                                 MODEL
      *--- A CHAVE VEM DO REGISTRO JA MONTADO EM ARQUIVOS E O DESTINO  *MODEL
      *--- (SARQUIVO, SARQEMPN OU LOTEARQN) DE WS-EVT-DESTINO. A       *MODEL
      *--- EXCLUSAO DO MODO DELTA NASCE DA GERACAO ANTERIOR E NAO TEM  *MODEL
      *--- POSICAO NO EARQUIVO DE HOJE - VAI COM POSICAO ZERO.         *MODEL
           MOVE ARQS-COD-TRANSACAO     TO WS-EVT-TRANSACAO.             MODEL
           MOVE ARQS-DETALHE(5:8)      TO WS-EVT-DATA-EFETIVA.          MODEL
           MOVE ARQS-DETALHE(13:4)     TO WS-EVT-EMPRESA.               MODEL
           MOVE ARQS-VALOR             TO WS-EVT-VALOR.                 MODEL
      *                                                                 MODEL
           IF ARQS-ALT-EXCLUSAO                                         MODEL
               MOVE ZEROS              TO WS-EVT-SEQ-ORIGEM             MODEL
           ELSE                                                         MODEL
               COMPUTE WS-EVT-SEQ-ORIGEM = WS-SUB-DIA * 1000000         MODEL
                                         + WS-CT-LIDOS                  MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           MOVE 'GRV'                  TO WS-EVT-CODIGO.                MODEL
           MOVE SPACES                 TO WS-EVT-MOTIVO.                MODEL
           MOVE SPACES                 TO WS-EVT-COMPLEMENTO.           MODEL
      *                                                                 MODEL
           IF ARQS-TIPO-ALTERACAO      EQUAL SPACES                     MODEL
               STRING 'GRAVADO NO '    DELIMITED BY SIZE                MODEL
                      WS-EVT-DESTINO   DELIMITED BY SPACE               MODEL
                                       INTO WS-EVT-COMPLEMENTO          MODEL
           ELSE                                                         MODEL
               STRING 'GRAVADO NO '    DELIMITED BY SIZE                MODEL
                      WS-EVT-DESTINO   DELIMITED BY SPACE               MODEL
                      ' - DELTA '      DELIMITED BY SIZE                MODEL
                      ARQS-TIPO-ALTERACAO                               MODEL
                                       DELIMITED BY SIZE                MODEL
                                       INTO WS-EVT-COMPLEMENTO          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           PERFORM RTGRAVAEVENTO.                                       MODEL
      *                                                                 MODEL
       RTEVENTOSAIDAX.                 EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE CARGA DA GERACAO ANTERIOR DO EARQUIVO             *MODEL
      ******************************************************************MODEL
       RTCARGAANTERIOR                 SECTION.                         MODEL
               SET WS-REJ-DATA         TO TRUE                          MODEL
               GO TO RTVALIDAX                                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- DATA EFETIVA VALIDA, MAS EM SABADO, DOMINGO OU FERIADO DO   *MODEL
      *--- CALENDARIO (R007).                                          *MODEL
           MOVE ARQE-DATA-EFETIVA      TO WS-DIA-UTIL-DATA.             MODEL
           PERFORM RTVERIFICADIAUTIL.                                   MODEL
           IF WS-DIA-UTIL-NAO                                           MODEL
               SET WS-REJ-DIA-NAO-UTIL TO TRUE                          MODEL
               GO TO RTVALIDAX                                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF ARQE-EMPRESA             NOT NUMERIC                      MODEL
            OR ARQE-EMPRESA            EQUAL ZEROS                      MODEL
               SET WS-REJ-EMPRESA      TO TRUE                          MODEL
               GO TO RTVALIDAX                                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- EMPRESA FORA DO CADASTRO (R005) OU QUE NAO ESTA ATIVA NA    *MODEL
      *--- DATA EFETIVA DO MOVIMENTO - SUSPENSA, ENCERRADA OU FORA DA  *MODEL
      *--- VIGENCIA DO CONTRATO (R006).                                *MODEL
           MOVE ARQE-EMPRESA           TO WS-EMPRESA-TESTE.             MODEL
           PERFORM RTPROCURAEMPRESA.                                    MODEL
           IF WS-EMPRESA-ACHADA-NAO                                     MODEL
               SET WS-REJ-EMP-DESCONHECIDA TO TRUE                      MODEL
               GO TO RTVALIDAX                                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF NOT WS-TB-CAD-ATIVA(I01-CAD)                              MODEL
            OR WS-TB-CAD-DT-INICIO(I01-CAD) GREATER ARQE-DATA-EFETIVA   MODEL
            OR WS-TB-CAD-DT-FIM(I01-CAD)    LESS    ARQE-DATA-EFETIVA   MODEL
               SET WS-REJ-EMP-INATIVA  TO TRUE                          MODEL
               GO TO RTVALIDAX                                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF ARQE-VALOR               NOT NUMERIC                      MODEL
               SET WS-REJ-VALOR        TO TRUE                          MODEL
           EVALUATE WS-FS-SYS040                                        MODEL
               WHEN ZEROS                                               MODEL
                   ADD 1               TO WS-CT-REJEITADOS              MODEL
                   MOVE 'REJ'          TO WS-EVT-CODIGO                 MODEL
                   MOVE WS-MOTIVO-REJEICAO TO WS-EVT-MOTIVO             MODEL
                   MOVE 'REJEITADO NA CRITICA - RARQUIVO'               MODEL
                                       TO WS-EVT-COMPLEMENTO            MODEL
                   PERFORM RTEVENTOENTRADA                              MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.914I - ERRO NA GRAVACAO'             MODEL
                           WS-MSG-SYS040                                MODEL
           EVALUATE WS-FS-SYS070                                        MODEL
               WHEN ZEROS                                               MODEL
                   ADD 1               TO WS-CT-DUPLICADOS              MODEL
                   MOVE 'DUP'          TO WS-EVT-CODIGO                 MODEL
                   MOVE SPACES         TO WS-EVT-MOTIVO                 MODEL
                   MOVE 'REPETIDO NO MESMO EARQUIVO - DARQUIVO'         MODEL
                                       TO WS-EVT-COMPLEMENTO            MODEL
                   PERFORM RTEVENTOENTRADA                              MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.931I - ERRO NA GRAVACAO'             MODEL
                           WS-MSG-SYS070                                MODEL
       RTCARGALIMITESX.                EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE CARGA DO CADASTRO DE EMPRESAS (DB2)               *MODEL
      ******************************************************************MODEL
       RTCARGAEMPRESAS                 SECTION.                         MODEL
      *                                                                 MODEL
      *--- CARREGA O CADASTRO DE EMPRESAS, JA ORDENADO PELO CURSOR.    *MODEL
      *--- SEM O CADASTRO TODO O MOVIMENTO SERIA REJEITADO COM R005:   *MODEL
      *--- ERRO DE SQL, CADASTRO VAZIO OU MAIOR QUE A TABELA ENCERRAM  *MODEL
      *--- A EXECUCAO (RC 0120).                                       *MODEL
           MOVE ZEROS                  TO WS-QT-CADASTRO.               MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               OPEN C-EMPRESA                                           MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           IF SQLCODE                  NOT EQUAL ZEROS                  MODEL
               DISPLAY '#MODEL.949I - ERRO NA ABERTURA DO CURSOR DO'    MODEL
               DISPLAY '#MODEL.949I - CADASTRO DE EMPRESAS - SQLCODE = 'MODEL
                       SQLCODE                                          MODEL
               MOVE 0120                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               FETCH C-EMPRESA                                          MODEL
                INTO :WS-EMP-CODIGO, :WS-EMP-SITUACAO,                  MODEL
                     :WS-EMP-DT-INICIO, :WS-EMP-DT-FIM,                 MODEL
                     :WS-EMP-SLOT                                       MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        MODEL
                      OR WS-QT-CADASTRO EQUAL WS-QT-CADASTRO-MAX        MODEL
               ADD 1                   TO WS-QT-CADASTRO                MODEL
               SET I01-CAD             TO WS-QT-CADASTRO                MODEL
               MOVE WS-EMP-CODIGO      TO WS-TB-CAD-EMPRESA(I01-CAD)    MODEL
               MOVE WS-EMP-SITUACAO    TO WS-TB-CAD-SITUACAO(I01-CAD)   MODEL
               MOVE WS-EMP-DT-INICIO   TO WS-TB-CAD-DT-INICIO(I01-CAD)  MODEL
               MOVE WS-EMP-DT-FIM      TO WS-TB-CAD-DT-FIM(I01-CAD)     MODEL
               IF WS-EMP-SLOT          GREATER ZEROS                    MODEL
                AND WS-EMP-SLOT        NOT GREATER WS-QT-EMPRESAS-MAX   MODEL
                   MOVE WS-EMP-SLOT    TO WS-TB-CAD-SLOT(I01-CAD)       MODEL
               ELSE                                                     MODEL
                   MOVE ZEROS          TO WS-TB-CAD-SLOT(I01-CAD)       MODEL
               END-IF                                                   MODEL
               EXEC SQL                                                 MODEL
                   FETCH C-EMPRESA                                      MODEL
                    INTO :WS-EMP-CODIGO, :WS-EMP-SITUACAO,              MODEL
                         :WS-EMP-DT-INICIO, :WS-EMP-DT-FIM,             MODEL
                         :WS-EMP-SLOT                                   MODEL
               END-EXEC                                                 MODEL
           END-PERFORM.                                                 MODEL
      *                                                                 MODEL
           IF SQLCODE EQUAL ZEROS                                       MODEL
            AND WS-QT-CADASTRO         EQUAL WS-QT-CADASTRO-MAX         MODEL
               DISPLAY '#MODEL.950I - TABELA DE EMPRESAS ESGOTADA'      MODEL
               DISPLAY '#MODEL.950I - MAIS DE ' WS-QT-CADASTRO-MAX      MODEL
                       ' EMPRESAS NO CADASTRO'                          MODEL
               MOVE 0120                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         MODEL
               DISPLAY '#MODEL.949I - ERRO NA LEITURA DO CURSOR DO'     MODEL
               DISPLAY '#MODEL.949I - CADASTRO DE EMPRESAS - SQLCODE = 'MODEL
                       SQLCODE                                          MODEL
               MOVE 0120                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               CLOSE C-EMPRESA                                          MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           IF WS-QT-CADASTRO           EQUAL ZEROS                      MODEL
               DISPLAY '#MODEL.950I - CADASTRO DE EMPRESAS VAZIO'       MODEL
               MOVE 0120                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.951I - EMPRESAS CADASTRADAS CARREGADAS - '   MODEL
                   WS-QT-CADASTRO.                                      MODEL
      *                                                                 MODEL
       RTCARGAEMPRESASX.               EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE PESQUISA DA EMPRESA NO CADASTRO                   *MODEL
      ******************************************************************MODEL
       RTPROCURAEMPRESA                SECTION.                         MODEL
      *                                                                 MODEL
           SET WS-EMPRESA-ACHADA-NAO   TO TRUE.                         MODEL
      *                                                                 MODEL
           SEARCH ALL WS-TB-CAD                                         MODEL
               AT END                                                   MODEL
                   CONTINUE                                             MODEL
               WHEN WS-TB-CAD-EMPRESA(I01-CAD)                          MODEL
                                       EQUAL WS-EMPRESA-TESTE           MODEL
                   SET WS-EMPRESA-ACHADA-SIM TO TRUE                    MODEL
           END-SEARCH.                                                  MODEL
      *                                                                 MODEL
       RTPROCURAEMPRESAX.              EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE CARGA DO CALENDARIO DE FERIADOS (DB2)             *MODEL
      ******************************************************************MODEL
       RTCARGAFERIADOS                 SECTION.                         MODEL
      *                                                                 MODEL
      *--- CARREGA TODOS OS FERIADOS DO CALENDARIO, JA ORDENADOS PELO  *MODEL
      *--- CURSOR. ERRO DE SQL OU CALENDARIO MAIOR QUE A TABELA        *MODEL
      *--- ENCERRAM A EXECUCAO (RC 0124) - SEM O CALENDARIO UM DETALHE *MODEL
      *--- DATADO EM FERIADO PASSARIA SEM R007. CALENDARIO SEM NENHUM  *MODEL
      *--- FERIADO NO ANO DA SUBMISSAO SO GERA AVISO: A CRITICA SEGUE  *MODEL
      *--- COM SABADOS E DOMINGOS, MAS A CARGA DOS FERIADOS DO ANO     *MODEL
      *--- (TELA MANTFERI) FICOU PENDENTE.                             *MODEL
           MOVE ZEROS                  TO WS-QT-FERIADOS                MODEL
                                           WS-QT-FERIADOS-ANO.          MODEL
      *                                                                 MODEL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              MODEL
           MOVE WS-DATA-MAQ            TO WS-DIA-UTIL-DATA.             MODEL
           MOVE WS-DIA-UTIL-ANO        TO WS-ANO-SUBMISSAO.             MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               OPEN C-FERIADO                                           MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           IF SQLCODE                  NOT EQUAL ZEROS                  MODEL
               DISPLAY '#MODEL.952I - ERRO NA ABERTURA DO CURSOR DO'    MODEL
               DISPLAY '#MODEL.952I - CALENDARIO - SQLCODE = ' SQLCODE  MODEL
               MOVE 0124                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               FETCH C-FERIADO                                          MODEL
                INTO :WS-FER-DATA                                       MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS                        MODEL
                      OR WS-QT-FERIADOS EQUAL WS-QT-FERIADOS-MAX        MODEL
               ADD 1                   TO WS-QT-FERIADOS                MODEL
               SET I01-FER             TO WS-QT-FERIADOS                MODEL
               MOVE WS-FER-DATA        TO WS-TB-FER-DATA(I01-FER)       MODEL
               IF WS-FER-DATA(1:4)     EQUAL WS-ANO-SUBMISSAO           MODEL
                   ADD 1               TO WS-QT-FERIADOS-ANO            MODEL
               END-IF                                                   MODEL
               EXEC SQL                                                 MODEL
                   FETCH C-FERIADO                                      MODEL
                    INTO :WS-FER-DATA                                   MODEL
               END-EXEC                                                 MODEL
           END-PERFORM.                                                 MODEL
      *                                                                 MODEL
           IF SQLCODE EQUAL ZEROS                                       MODEL
            AND WS-QT-FERIADOS         EQUAL WS-QT-FERIADOS-MAX         MODEL
               DISPLAY '#MODEL.953I - TABELA DE FERIADOS ESGOTADA'      MODEL
               DISPLAY '#MODEL.953I - MAIS DE ' WS-QT-FERIADOS-MAX      MODEL
                       ' FERIADOS NO CALENDARIO'                        MODEL
               MOVE 0124                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100         MODEL
               DISPLAY '#MODEL.952I - ERRO NA LEITURA DO CURSOR DO'     MODEL
               DISPLAY '#MODEL.952I - CALENDARIO - SQLCODE = ' SQLCODE  MODEL
               MOVE 0124                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               CLOSE C-FERIADO                                          MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           IF WS-QT-FERIADOS-ANO       EQUAL ZEROS                      MODEL
               DISPLAY '#MODEL.953I - CALENDARIO SEM FERIADOS NO ANO '  MODEL
                       WS-ANO-SUBMISSAO                                 MODEL
               DISPLAY '#MODEL.953I - CARREGAR PELA TELA MANTFERI'      MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.954I - FERIADOS CARREGADOS - '               MODEL
                   WS-QT-FERIADOS.                                      MODEL
      *                                                                 MODEL
       RTCARGAFERIADOSX.               EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE VERIFICACAO DE DIA UTIL                           *MODEL
      ******************************************************************MODEL
       RTVERIFICADIAUTIL               SECTION.                         MODEL
      *                                                                 MODEL
      *--- RECEBE UMA DATA VALIDA (AAAAMMDD) EM WS-DIA-UTIL-DATA.      *MODEL
      *--- DIA DA SEMANA PELO CALENDARIO INTRINSECO, COMO NO MODEL03:  *MODEL
      *--- O DIA 1 (01/01/1601) FOI UMA SEGUNDA-FEIRA, ENTAO O RESTO   *MODEL
      *--- DE (N - 1) / 7 DA 0 PARA SEGUNDA ... 6 PARA DOMINGO.        *MODEL
           SET WS-DIA-UTIL-SIM         TO TRUE.                         MODEL
      *                                                                 MODEL
           COMPUTE WS-DIA-SEMANA =                                      MODEL
                   FUNCTION MOD(                                        MODEL
                       FUNCTION INTEGER-OF-DATE(WS-DIA-UTIL-DATA) - 1   MODEL
                       7).                                              MODEL
      *                                                                 MODEL
           IF WS-DIA-SEMANA            GREATER 4                        MODEL
               SET WS-DIA-UTIL-NAO     TO TRUE                          MODEL
               GO TO RTVERIFICADIAUTILX                                 MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-QT-FERIADOS           EQUAL ZEROS                      MODEL
               GO TO RTVERIFICADIAUTILX                                 MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           SEARCH ALL WS-TB-FER                                         MODEL
               AT END                                                   MODEL
                   CONTINUE                                             MODEL
               WHEN WS-TB-FER-DATA(I01-FER)                             MODEL
                                       EQUAL WS-DIA-UTIL-DATA           MODEL
                   SET WS-DIA-UTIL-NAO TO TRUE                          MODEL
           END-SEARCH.                                                  MODEL
      *                                                                 MODEL
       RTVERIFICADIAUTILX.             EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE GUARDA DE SUBMISSAO EM DIA NAO UTIL               *MODEL
      ******************************************************************MODEL
       RTVERIFICASUBMISSAO             SECTION.                         MODEL
      *                                                                 MODEL
      *--- O BATCH DIARIO SO RODA EM DIA UTIL. SUBMETIDO EM SABADO,    *MODEL
      *--- DOMINGO OU FERIADO, AVISA SEMPRE; EM PRODUCAO E RECUSADO    *MODEL
      *--- (RC 0128) SALVO COM O INDICADOR DE DIA NAO UTIL NO          *MODEL
      *--- PARAMETRO (WS-IND-NAO-UTIL) - O DE FORCAR NAO VALE AQUI,    *MODEL
      *--- PARA LIBERAR O DIA NAO UTIL SEM DESLIGAR A GUARDA CONTRA    *MODEL
      *--- DUPLA SUBMISSAO. UM ENSAIO (MODO TESTE) NAO DEIXA RASTRO E  *MODEL
      *--- SO E AVISADO.                                               *MODEL
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              MODEL
           MOVE WS-DATA-MAQ            TO WS-DIA-UTIL-DATA.             MODEL
           PERFORM RTVERIFICADIAUTIL.                                   MODEL
      *                                                                 MODEL
           IF WS-DIA-UTIL-SIM                                           MODEL
               GO TO RTVERIFICASUBMISSAOX                               MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.955I - SUBMISSAO EM DIA NAO UTIL - '         MODEL
                   WS-DIA-UTIL-DATA.                                    MODEL
      *                                                                 MODEL
           IF WS-MODO-PRODUCAO AND WS-NAO-UTIL-NAO                      MODEL
               DISPLAY '#MODEL.955I - EXECUCAO RECUSADA - USE O'        MODEL
               DISPLAY '#MODEL.955I - INDICADOR DE DIA NAO UTIL'        MODEL
               DISPLAY '#MODEL.955I - PARA RODAR FORA DO DIA UTIL'      MODEL
               MOVE 0128                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.955I - EXECUCAO LIBERADA (DIA NAO UTIL OU'   MODEL
           DISPLAY '#MODEL.955I - TESTE)'.                              MODEL
      *                                                                 MODEL
       RTVERIFICASUBMISSAOX.           EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE VERIFICACAO DOS LIMITES DA EMPRESA                *MODEL
      ******************************************************************MODEL
       RTVERIFICALIMITE                SECTION.                         MODEL
           EVALUATE WS-FS-SYS090                                        MODEL
               WHEN ZEROS                                               MODEL
                   ADD 1               TO WS-CT-RETIDOS                 MODEL
                   MOVE 'RET'          TO WS-EVT-CODIGO                 MODEL
                   MOVE WS-MOTIVO-RETENCAO TO WS-EVT-MOTIVO             MODEL
                   MOVE 'RETIDO POR LIMITE - HARQUIVO'                  MODEL
                                       TO WS-EVT-COMPLEMENTO            MODEL
                   PERFORM RTEVENTOENTRADA                              MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.944I - ERRO NA GRAVACAO'             MODEL
                           WS-MSG-SYS090                                MODEL
       RTGRAVARETIDOX.                 EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE DECISAO DE AGENDAMENTO DO MOVIMENTO               *MODEL
      ******************************************************************MODEL
       RTVERIFICAAGENDA                SECTION.                         MODEL
      *                                                                 MODEL
      *--- DECIDE SE O DETALHE E UM MOVIMENTO FUTURO: DATA EFETIVA     *MODEL
      *--- POSTERIOR A DATA DE REFERENCIA. A REFERENCIA E A DATA DE    *MODEL
      *--- MOVIMENTO DO PARAMETRO; NO MODO LOTE E A DATA DA MAQUINA -  *MODEL
      *--- A RECUPERACAO DE ATRASO RODA HOJE, E O QUE JA VENCEU ATE    *MODEL
      *--- HOJE SEGUE DIRETO PARA A SAIDA DO SEU DIA. O MODO DELTA NAO *MODEL
      *--- AGENDA: O CONFRONTO COM A GERACAO ANTERIOR PRECISA DE TODOS *MODEL
      *--- OS DETALHES NA SAIDA. A ROTINA SO DECIDE - QUEM GRAVA E O   *MODEL
      *--- CHAMADOR (COMO EM RTVERIFICALIMITE).                        *MODEL
           SET WS-AGENDAR-NAO          TO TRUE.                         MODEL
      *                                                                 MODEL
           IF WS-DELTA-SIM                                              MODEL
               GO TO RTVERIFICAAGENDAX                                  MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-LOTE-SIM                                               MODEL
               ACCEPT WS-DATA-REF-AGENDA FROM DATE YYYYMMDD             MODEL
           ELSE                                                         MODEL
               MOVE WS-DATA-EXECUCAO   TO WS-DATA-REF-AGENDA            MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF ARQE-DATA-EFETIVA        GREATER WS-DATA-REF-AGENDA       MODEL
               SET WS-AGENDAR-SIM      TO TRUE                          MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
       RTVERIFICAAGENDAX.              EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE GRAVACAO DO CADASTRO DE AGENDADOS                 *MODEL
      ******************************************************************MODEL
       RTGRAVAAGENDA                   SECTION.                         MODEL
      *                                                                 MODEL
      *--- A CHAVE TERMINA NA DATA DE MOVIMENTO E NA POSICAO DO        *MODEL
      *--- REGISTRO NO EARQUIVO (DIA DO LOTE * 1000000 + LIDOS), QUE   *MODEL
      *--- A TORNAM UNICA E REPETIVEL: UMA RESUBMISSAO DO MESMO        *MODEL
      *--- ARQUIVO OU UM REINICIO REENCONTRA A MESMA CHAVE (STATUS 22) *MODEL
      *--- E NAO AGENDA O MOVIMENTO EM DOBRO. O REGISTRO NASCE         *MODEL
      *--- PROVISORIO - O LIBAGEND E A TELA CANCAGEN SO O ENXERGAM     *MODEL
      *--- DEPOIS DA PROMOCAO NO FECHAMENTO (RTFECHAAGENDA/RTFECHADIA).*MODEL
           IF WS-MODO-TESTE                                             MODEL
               ADD 1                   TO WS-CT-AGENDADOS               MODEL
               GO TO RTGRAVAAGENDAX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           MOVE SPACES                 TO FD-REG-AGENDA.                MODEL
           MOVE ARQE-DATA-EFETIVA      TO FD-AGD-DATA-EFETIVA.          MODEL
           MOVE ARQE-EMPRESA           TO FD-AGD-EMPRESA.               MODEL
           MOVE ARQE-COD-TRANSACAO     TO FD-AGD-TRANSACAO.             MODEL
           MOVE WS-AGD-DATA-PROV       TO FD-AGD-DATA-RECEBIDO.         MODEL
           COMPUTE FD-AGD-SEQ-RECEBIDO = WS-SUB-DIA * 1000000           MODEL
                                       + WS-CT-LIDOS.                   MODEL
           MOVE ARQE-VALOR             TO FD-AGD-VALOR.                 MODEL
           SET FD-AGD-PROVISORIO       TO TRUE.                         MODEL
           MOVE ZEROS                  TO FD-AGD-DATA-CANCEL.           MODEL
      *                                                                 MODEL
           WRITE FD-REG-AGENDA.                                         MODEL
      *                                                                 MODEL
           EVALUATE WS-FS-SYS080                                        MODEL
               WHEN ZEROS                                               MODEL
                   ADD 1               TO WS-CT-AGENDADOS               MODEL
                   MOVE 'AGD'          TO WS-EVT-CODIGO                 MODEL
                   MOVE SPACES         TO WS-EVT-MOTIVO                 MODEL
                   MOVE 'AGENDADO PARA A DATA EFETIVA - AGENDA'         MODEL
                                       TO WS-EVT-COMPLEMENTO            MODEL
                   PERFORM RTEVENTOENTRADA                              MODEL
               WHEN '22'                                                MODEL
                   DISPLAY '#MODEL.957I - MOVIMENTO JA AGENDADO - '     MODEL
                           FD-AGD-CHAVE                                 MODEL
                   ADD 1               TO WS-CT-AGENDADOS               MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.957I - ERRO NA GRAVACAO'             MODEL
                           WS-MSG-SYS080                                MODEL
                   DISPLAY '#MODEL.957I - FILE STATUS = '               MODEL
                           WS-FS-SYS080                                 MODEL
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              MODEL
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               MODEL
                   PERFORM RTGRAVAAUDITORIA                             MODEL
                   MOVE 0132            TO WS-COD-RETORNO               MODEL
                   PERFORM RTFECHA                                      MODEL
                   PERFORM RTFINALIZA                                   MODEL
           END-EVALUATE.                                                MODEL
      *                                                                 MODEL
       RTGRAVAAGENDAX.                 EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE FECHAMENTO DOS AGENDADOS PROVISORIOS              *MODEL
      ******************************************************************MODEL
       RTFECHAAGENDA                   SECTION.                         MODEL
      *                                                                 MODEL
      *--- FORA DO LOTE: RETORNO ZERO PROMOVE OS PROVISORIOS DA        *MODEL
      *--- EXECUCAO A PENDENTE; FALHA OS APAGA - SALVO SE O PONTO DE   *MODEL
      *--- REINICIO FICOU GRAVADO (ERRO ANTES DA RECONCILIACAO), POIS  *MODEL
      *--- O REINICIO NAO REGRAVA OS AGENDADOS ANTERIORES AO PONTO E   *MODEL
      *--- OS PROMOVE NO SEU PROPRIO FECHAMENTO. NO LOTE CADA DIA BOM  *MODEL
      *--- JA FOI PROMOVIDO EM RTFECHADIA: O QUE SOBRA E O DIA QUE     *MODEL
      *--- FALHOU, SEMPRE APAGADO (O LOTE NAO TEM REINICIO).           *MODEL
           IF WS-CT-AGENDADOS          EQUAL ZEROS                      MODEL
               GO TO RTFECHAAGENDAX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-LOTE-SIM                                               MODEL
               SET WS-AGD-DESCARTAR    TO TRUE                          MODEL
           ELSE                                                         MODEL
               IF WS-COD-RETORNO       EQUAL ZEROS                      MODEL
                   SET WS-AGD-CONFIRMAR TO TRUE                         MODEL
                   MOVE WS-DATA-EXECUCAO TO WS-AGD-DATA-FINAL           MODEL
               ELSE                                                     MODEL
                   IF WS-REINICIO-LIMPO-NAO                             MODEL
                       DISPLAY '#MODEL.963I - AGENDADOS PROVISORIOS '   MODEL
                               'MANTIDOS PARA O REINICIO'               MODEL
                       GO TO RTFECHAAGENDAX                             MODEL
                   END-IF                                               MODEL
                   SET WS-AGD-DESCARTAR TO TRUE                         MODEL
               END-IF                                                   MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           PERFORM RTACERTAAGENDA.                                      MODEL
      *                                                                 MODEL
       RTFECHAAGENDAX.                 EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE ACERTO DOS AGENDADOS PROVISORIOS                  *MODEL
      ******************************************************************MODEL
       RTACERTAAGENDA                  SECTION.                         MODEL
      *                                                                 MODEL
      *--- PERCORRE O CADASTRO INTEIRO (A CHAVE COMECA PELA DATA       *MODEL
      *--- EFETIVA, NAO PELA DE RECEBIMENTO) ATRAS DOS PROVISORIOS:    *MODEL
      *--- CONFIRMAR E DESCARTAR SO TOCAM OS DO DIA CORRENTE (DATA     *MODEL
      *--- PROVISORIA E FAIXA DE POSICAO DO DIA); LIMPAR APAGA TODOS   *MODEL
      *--- OS GRAVADOS POR ESTE PROGRAMA (POSICAO A PARTIR DE 1000000).*MODEL
      *--- ERRO NO CADASTRO INTERROMPE O ACERTO COM RC 0132.           *MODEL
           MOVE ZEROS                  TO WS-CT-AGD-ACERTADOS.          MODEL
      *                                                                 MODEL
           IF WS-AGD-LIMPAR                                             MODEL
               MOVE 01000000           TO WS-AGD-SEQ-INI                MODEL
               MOVE 99999999           TO WS-AGD-SEQ-FIM                MODEL
           ELSE                                                         MODEL
               COMPUTE WS-AGD-SEQ-INI  = WS-SUB-DIA * 1000000           MODEL
               COMPUTE WS-AGD-SEQ-FIM  = WS-AGD-SEQ-INI + 999999        MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           MOVE LOW-VALUES             TO FD-AGD-CHAVE.                 MODEL
           START AGENDA KEY            NOT LESS FD-AGD-CHAVE.           MODEL
      *                                                                 MODEL
           EVALUATE WS-FS-SYS080                                        MODEL
               WHEN ZEROS                                               MODEL
                   SET WS-AGD-FIM-NAO  TO TRUE                          MODEL
               WHEN '23'                                                MODEL
                   SET WS-AGD-FIM-SIM  TO TRUE                          MODEL
               WHEN OTHER                                               MODEL
                   MOVE 'POSICIONAR'   TO WS-AGD-OPERACAO               MODEL
                   PERFORM RTERROACERTO                                 MODEL
           END-EVALUATE.                                                MODEL
      *                                                                 MODEL
           PERFORM UNTIL WS-AGD-FIM-SIM                                 MODEL
               READ AGENDA NEXT RECORD                                  MODEL
               EVALUATE WS-FS-SYS080                                    MODEL
                   WHEN ZEROS                                           MODEL
                       PERFORM RTACERTAPROVISORIO                       MODEL
                   WHEN '10'                                            MODEL
                       SET WS-AGD-FIM-SIM TO TRUE                       MODEL
                   WHEN OTHER                                           MODEL
                       MOVE 'LER'      TO WS-AGD-OPERACAO               MODEL
                       PERFORM RTERROACERTO                             MODEL
               END-EVALUATE                                             MODEL
           END-PERFORM.                                                 MODEL
      *                                                                 MODEL
           EVALUATE TRUE                                                MODEL
               WHEN WS-AGD-CONFIRMAR                                    MODEL
                   DISPLAY '#MODEL.963I - AGENDADOS PROMOVIDOS A '      MODEL
                           'PENDENTE  = ' WS-CT-AGD-ACERTADOS           MODEL
               WHEN WS-AGD-DESCARTAR                                    MODEL
                   DISPLAY '#MODEL.963I - AGENDADOS PROVISORIOS '       MODEL
                           'APAGADOS  = ' WS-CT-AGD-ACERTADOS           MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.963I - PROVISORIOS DE EXECUCAO '     MODEL
                           'INTERROMPIDA APAGADOS = '                   MODEL
                           WS-CT-AGD-ACERTADOS                          MODEL
           END-EVALUATE.                                                MODEL
      *                                                                 MODEL
       RTACERTAAGENDAX.                EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE ACERTO DE UM AGENDADO PROVISORIO                  *MODEL
      ******************************************************************MODEL
       RTACERTAPROVISORIO              SECTION.                         MODEL
      *                                                                 MODEL
           IF NOT FD-AGD-PROVISORIO                                     MODEL
            OR FD-AGD-SEQ-RECEBIDO     LESS    WS-AGD-SEQ-INI           MODEL
            OR FD-AGD-SEQ-RECEBIDO     GREATER WS-AGD-SEQ-FIM           MODEL
               GO TO RTACERTAPROVISORIOX                                MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-COD-EMPRESA           NOT EQUAL ZEROS                  MODEL
            AND FD-AGD-EMPRESA         NOT EQUAL WS-COD-EMPRESA         MODEL
               GO TO RTACERTAPROVISORIOX                                MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF NOT WS-AGD-LIMPAR                                         MODEL
            AND FD-AGD-DATA-RECEBIDO   NOT EQUAL WS-AGD-DATA-PROV       MODEL
               GO TO RTACERTAPROVISORIOX                                MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- PROMOCAO COM A MESMA DATA DE RECEBIMENTO: SO A SITUACAO     *MODEL
      *--- MUDA.                                                       *MODEL
           IF WS-AGD-CONFIRMAR                                          MODEL
            AND FD-AGD-DATA-RECEBIDO   EQUAL WS-AGD-DATA-FINAL          MODEL
               SET FD-AGD-PENDENTE     TO TRUE                          MODEL
               REWRITE FD-REG-AGENDA                                    MODEL
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  MODEL
                   MOVE 'REGRAVAR'     TO WS-AGD-OPERACAO               MODEL
                   PERFORM RTERROACERTO                                 MODEL
               ELSE                                                     MODEL
                   ADD 1               TO WS-CT-AGD-ACERTADOS           MODEL
               END-IF                                                   MODEL
               GO TO RTACERTAPROVISORIOX                                MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- DESCARTE, LIMPEZA OU PROMOCAO DO LOTE (A DATA DE            *MODEL
      *--- RECEBIMENTO FAZ PARTE DA CHAVE: O PROVISORIO SAI E O        *MODEL
      *--- PENDENTE ENTRA COM A DATA DO TRAILER DO DIA, NUMA CHAVE     *MODEL
      *--- MAIOR QUE A LEITURA AINDA VAI ENCONTRAR - JA PENDENTE).     *MODEL
           MOVE FD-REG-AGENDA          TO WS-AGD-REG-SALVO.             MODEL
      *                                                                 MODEL
           DELETE AGENDA RECORD.                                        MODEL
      *                                                                 MODEL
           IF WS-FS-SYS080             NOT EQUAL ZEROS                  MODEL
               MOVE 'APAGAR'           TO WS-AGD-OPERACAO               MODEL
               PERFORM RTERROACERTO                                     MODEL
               GO TO RTACERTAPROVISORIOX                                MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-AGD-CONFIRMAR                                          MODEL
               MOVE WS-AGD-REG-SALVO   TO FD-REG-AGENDA                 MODEL
               MOVE WS-AGD-DATA-FINAL  TO FD-AGD-DATA-RECEBIDO          MODEL
               SET FD-AGD-PENDENTE     TO TRUE                          MODEL
               WRITE FD-REG-AGENDA                                      MODEL
               EVALUATE WS-FS-SYS080                                    MODEL
                   WHEN ZEROS                                           MODEL
                       CONTINUE                                         MODEL
                   WHEN '22'                                            MODEL
                       DISPLAY '#MODEL.957I - MOVIMENTO JA AGENDADO - ' MODEL
                               FD-AGD-CHAVE                             MODEL
                   WHEN OTHER                                           MODEL
                       MOVE 'GRAVAR'   TO WS-AGD-OPERACAO               MODEL
                       PERFORM RTERROACERTO                             MODEL
                       GO TO RTACERTAPROVISORIOX                        MODEL
               END-EVALUATE                                             MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           ADD 1                       TO WS-CT-AGD-ACERTADOS.          MODEL
      *                                                                 MODEL
       RTACERTAPROVISORIOX.            EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE ERRO NO ACERTO DOS AGENDADOS PROVISORIOS          *MODEL
      ******************************************************************MODEL
       RTERROACERTO                    SECTION.                         MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.962I - ERRO AO ' WS-AGD-OPERACAO             MODEL
                   ' PROVISORIO' WS-MSG-SYS080.                         MODEL
           DISPLAY '#MODEL.962I - FILE STATUS = ' WS-FS-SYS080.         MODEL
           MOVE 'AGENDA'               TO WS-AUDIT-ARQUIVO.             MODEL
           MOVE WS-FS-SYS080           TO WS-AUDIT-STATUS.              MODEL
           PERFORM RTGRAVAAUDITORIA.                                    MODEL
           IF WS-COD-RETORNO           EQUAL ZEROS                      MODEL
               MOVE 0132               TO WS-COD-RETORNO                MODEL
           END-IF.                                                      MODEL
           SET WS-AGD-FIM-SIM          TO TRUE.                         MODEL
      *                                                                 MODEL
       RTERROACERTOX.                  EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE ABERTURA DOS ARQUIVOS DE DESDOBRAMENTO            *MODEL
      ******************************************************************MODEL
       RTABRESPLIT                     SECTION.                         MODEL
      ******************************************************************MODEL
       RTACHAEMPRESA                   SECTION.                         MODEL
      *                                                                 MODEL
      *--- O ARQUIVO DE DESDOBRAMENTO DA EMPRESA (SYS021 A SYS025) E O *MODEL
      *--- DESIGNADO NO CADASTRO DE EMPRESAS, O MESMO TODOS OS DIAS -  *MODEL
      *--- A TABELA DE DESDOBRAMENTO E INDEXADA PELO PROPRIO NUMERO DO *MODEL
      *--- ARQUIVO E WS-QT-EMPRESAS GUARDA O MAIOR NUMERO JA USADO.    *MODEL
      *--- EMPRESA SEM ARQUIVO DESIGNADO, OU ARQUIVO JA OCUPADO POR    *MODEL
      *--- OUTRA EMPRESA NA EXECUCAO (CADASTRO INCOERENTE), DEIXA      *MODEL
      *--- WS-SUB-EMP ZERADO PARA O CHAMADOR TRATAR.                   *MODEL
           MOVE ZEROS                  TO WS-SUB-EMP.                   MODEL
      *                                                                 MODEL
           MOVE ARQS-EMPRESA           TO WS-EMPRESA-TESTE.             MODEL
           PERFORM RTPROCURAEMPRESA.                                    MODEL
           IF WS-EMPRESA-ACHADA-NAO                                     MODEL
               GO TO RTACHAEMPRESAX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           MOVE WS-TB-CAD-SLOT(I01-CAD) TO WS-SUB-BUSCA.                MODEL
      *                                                                 MODEL
           IF WS-SUB-BUSCA             EQUAL ZEROS                      MODEL
               GO TO RTACHAEMPRESAX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-TB-EMP-CODIGO(WS-SUB-BUSCA) EQUAL ZEROS                MODEL
               MOVE ARQS-EMPRESA       TO                               MODEL
                    WS-TB-EMP-CODIGO(WS-SUB-BUSCA)                      MODEL
               MOVE ZEROS              TO                               MODEL
                    WS-TB-EMP-GRAVADOS(WS-SUB-BUSCA)                    MODEL
               IF WS-SUB-BUSCA         GREATER WS-QT-EMPRESAS           MODEL
                   MOVE WS-SUB-BUSCA   TO WS-QT-EMPRESAS                MODEL
               END-IF                                                   MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-TB-EMP-CODIGO(WS-SUB-BUSCA) EQUAL ARQS-EMPRESA         MODEL
               MOVE WS-SUB-BUSCA       TO WS-SUB-EMP                    MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
       RTACHAEMPRESAX.                 EXIT.                            MODEL
           PERFORM RTACHAEMPRESA.                                       MODEL
      *                                                                 MODEL
           IF WS-SUB-EMP               EQUAL ZEROS                      MODEL
               DISPLAY '#MODEL.917I - EMPRESA SEM ARQUIVO DE'           MODEL
               DISPLAY '#MODEL.917I - DESDOBRAMENTO VALIDO NO CADASTRO' MODEL
               DISPLAY '#MODEL.917I - (SYS021 A SYS025) - EMPRESA '     MODEL
                       ARQS-EMPRESA                                     MODEL
               MOVE 'SARQEMP'          TO WS-AUDIT-ARQUIVO              MODEL
            AND WS-TRAILER-PRESENTE                                     MODEL
               PERFORM RTVERIFICADUPLADIA                               MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
      *--- GUARDA DE DIA FECHADO DO DIA: O DIA 1 JA FOI VERIFICADO EM  *MODEL
      *--- RTINICIALIZA; DOS SEGUINTES A DATA SO E CONHECIDA AQUI. O   *MODEL
      *--- INDICADOR DE FORCAR NAO LIBERA DIA FECHADO.                 *MODEL
           IF WS-COD-RETORNO EQUAL ZEROS                                MODEL
            AND WS-SUB-DIA GREATER 1                                    MODEL
            AND WS-TRAILER-PRESENTE                                     MODEL
               PERFORM RTVERIFICAFECHADODIA                             MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           PERFORM RTGRAVATRAILER.                                      MODEL
      *                                                                 MODEL
                   WS-DATA-EXECUCAO ') - LIDOS ' WS-CT-LIDOS            MODEL
                   ' GRAVADOS ' WS-CT-GRAVADOS                          MODEL
                   ' RETORNO ' WS-COD-RETORNO.                          MODEL
      *                                                                 MODEL
      *--- DIA BOM: OS AGENDADOS PROVISORIOS DO DIA VIRAM PENDENTES,   *MODEL
      *--- COM A DATA DO TRAILER DO DIA COMO DATA DE RECEBIMENTO. DIA  *MODEL
      *--- COM FALHA PARA O LOTE E RTFECHAAGENDA APAGA OS DELE.        *MODEL
           IF WS-COD-RETORNO           EQUAL ZEROS                      MODEL
            AND WS-AGENDA-ABERTO-SIM                                    MODEL
            AND WS-CT-AGENDADOS        GREATER ZEROS                    MODEL
               SET WS-AGD-CONFIRMAR    TO TRUE                          MODEL
               MOVE WS-DATA-EXECUCAO   TO WS-AGD-DATA-FINAL             MODEL
               PERFORM RTACERTAAGENDA                                   MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-COD-RETORNO           NOT EQUAL ZEROS                  MODEL
               GO TO RTFECHADIAX                                        MODEL
                                           WS-CT-FILTRADOS              MODEL
                                           WS-CT-DUPLICADOS             MODEL
                                           WS-CT-RETIDOS                MODEL
                                           WS-CT-AGENDADOS              MODEL
                                           WS-QT-ACUM                   MODEL
                                           WS-QT-CHAVES                 MODEL
                                           WS-QT-DECLARADA              MODEL
       RTVERIFICADUPLADIAX.            EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE CONSULTA DO FECHAMENTO DO DIA (DB2)               *MODEL
      ******************************************************************MODEL
       RTCONSULTAFECHADO               SECTION.                         MODEL
      *                                                                 MODEL
      *--- SITUACAO DA DATA EM WS-FEC-DATA NA TABELA AUDITORIA.TB_     *MODEL
      *--- FECHAMENTO_DIA: F = FECHADA PELO FECHADIA, R = REABERTA     *MODEL
      *--- PELA TELA REABDIA. SEM LINHA (SQLCODE 100) O DIA ESTA       *MODEL
      *--- ABERTO (BRANCO); ERRO NA CONSULTA DEVOLVE E.                *MODEL
           EXEC SQL                                                     MODEL
               SELECT IND_SITUACAO                                      MODEL
                 INTO :WS-FEC-SITUACAO                                  MODEL
                 FROM AUDITORIA.TB_FECHAMENTO_DIA                       MODEL
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA                   MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           EVALUATE SQLCODE                                             MODEL
               WHEN ZEROS                                               MODEL
                   CONTINUE                                             MODEL
               WHEN +100                                                MODEL
                   MOVE SPACES         TO WS-FEC-SITUACAO               MODEL
               WHEN OTHER                                               MODEL
                   DISPLAY '#MODEL.961I - ERRO NA CONSULTA AO'          MODEL
                   DISPLAY '#MODEL.961I - FECHAMENTO DO DIA'            MODEL
                   DISPLAY '#MODEL.961I - SQLCODE = ' SQLCODE           MODEL
                   SET WS-FEC-ERRO     TO TRUE                          MODEL
           END-EVALUATE.                                                MODEL
      *                                                                 MODEL
       RTCONSULTAFECHADOX.             EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE GUARDA DE DIA FECHADO                             *MODEL
      ******************************************************************MODEL
       RTVERIFICAFECHADO               SECTION.                         MODEL
      *                                                                 MODEL
      *--- DATA DE MOVIMENTO JA FECHADA NAO RECEBE MAIS MOVIMENTO: EM  *MODEL
      *--- PRODUCAO A EXECUCAO E RECUSADA (RC 0136) ATE A REABERTURA   *MODEL
      *--- NA TELA REABDIA; ERRO NA CONSULTA TAMBEM ENCERRA (RC 0088)  *MODEL
      *--- - NA DUVIDA, NADA E GRAVADO. UM ENSAIO (MODO TESTE) NAO     *MODEL
      *--- DEIXA RASTRO E SO E AVISADO.                                *MODEL
           MOVE WS-DATA-EXECUCAO       TO WS-FEC-DATA.                  MODEL
      *                                                                 MODEL
           PERFORM RTCONSULTAFECHADO.                                   MODEL
      *                                                                 MODEL
           IF WS-FEC-ERRO                                               MODEL
            AND WS-MODO-PRODUCAO                                        MODEL
               MOVE 0088                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF NOT WS-FEC-FECHADO                                        MODEL
               GO TO RTVERIFICAFECHADOX                                 MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.960I - DATA ' WS-DATA-EXECUCAO               MODEL
                   ' JA FECHADA'.                                       MODEL
      *                                                                 MODEL
           IF WS-MODO-PRODUCAO                                          MODEL
               DISPLAY '#MODEL.960I - EXECUCAO RECUSADA - A DATA SO'    MODEL
               DISPLAY '#MODEL.960I - VOLTA A RECEBER MOVIMENTO'        MODEL
               DISPLAY '#MODEL.960I - REABERTA NA TELA REABDIA'         MODEL
               MOVE 0136                TO WS-COD-RETORNO               MODEL
               PERFORM RTFINALIZA                                       MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           DISPLAY '#MODEL.960I - EXECUCAO LIBERADA (MODO TESTE)'.      MODEL
      *                                                                 MODEL
       RTVERIFICAFECHADOX.             EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE GUARDA DE DIA FECHADO DE UM DIA DO LOTE           *MODEL
      ******************************************************************MODEL
       RTVERIFICAFECHADODIA            SECTION.                         MODEL
      *                                                                 MODEL
      *--- MESMA CONSULTA DE RTVERIFICAFECHADO, MAS SEM ENCERRAR A     *MODEL
      *--- EXECUCAO AQUI DENTRO: O CODIGO DE RETORNO PARA O LOTE E O   *MODEL
      *--- FIM NORMAL ACONTECE NO FLUXO DO CHAMADOR, COMO NA GUARDA DE *MODEL
      *--- DUPLA SUBMISSAO DO DIA.                                     *MODEL
           MOVE WS-DATA-EXECUCAO       TO WS-FEC-DATA.                  MODEL
      *                                                                 MODEL
           PERFORM RTCONSULTAFECHADO.                                   MODEL
      *                                                                 MODEL
           IF WS-FEC-ERRO                                               MODEL
               MOVE 0088                TO WS-COD-RETORNO               MODEL
               GO TO RTVERIFICAFECHADODIAX                              MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-FEC-FECHADO                                            MODEL
               DISPLAY '#MODEL.960I - DIA ' WS-DATA-EXECUCAO            MODEL
               DISPLAY '#MODEL.960I - DO LOTE JA FECHADO - LOTE'        MODEL
               DISPLAY '#MODEL.960I - INTERROMPIDO'                     MODEL
               MOVE 0136                TO WS-COD-RETORNO               MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
       RTVERIFICAFECHADODIAX.          EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE GRAVACAO DO PONTO DE REINICIO (CHECKPOINT)        *MODEL
      ******************************************************************MODEL
       RTCHECKPOINT                    SECTION.                         MODEL
           MOVE WS-CT-FILTRADOS        TO FD-REINICIO-FILTRADOS.        MODEL
           MOVE WS-CT-DUPLICADOS       TO FD-REINICIO-DUPLICADOS.       MODEL
           MOVE WS-CT-RETIDOS          TO FD-REINICIO-RETIDOS.          MODEL
           MOVE WS-CT-AGENDADOS        TO FD-REINICIO-AGENDADOS.        MODEL
           MOVE WS-QT-EMPRESAS         TO FD-REINICIO-QT-EMPRESAS.      MODEL
           PERFORM VARYING WS-SUB-EMP FROM 1 BY 1                       MODEL
                   UNTIL WS-SUB-EMP GREATER 5                           MODEL
           MOVE WS-DATA-EXECUCAO       TO ARQS-DATA-PROCESSO.           MODEL
           MOVE WS-CT-DUPLICADOS       TO ARQS-QT-DUPLICADOS.           MODEL
           MOVE WS-CT-RETIDOS          TO ARQS-QT-RETIDOS.              MODEL
           MOVE WS-CT-AGENDADOS        TO ARQS-QT-AGENDADOS.            MODEL
      *                                                                 MODEL
      *--- NO MODO LOTE O TRAILER DO DIA CORRENTE VAI PARA O MESMO     *MODEL
      *--- ARQUIVO DO DETALHE DO DIA (SARQUIVO NO DIA 1, ARQUIVO DE    *MODEL
      *--- LIDO GLOBAL E A QUANTIDADE GRAVADA NAQUELE ARQUIVO. OS      *MODEL
      *--- ARQUIVOS SEM EMPRESA DESIGNADA FICAM SO COM O TRAILER,      *MODEL
      *--- MANTENDO O LAYOUT UNIFORME PARA OS JOBS SEGUINTES.          *MODEL
      *--- O TRAILER LEVA TAMBEM A EMPRESA DESIGNADA AO ARQUIVO NO     *MODEL
      *--- CADASTRO (ZEROS SE NENHUMA), TENHA ELA MOVIMENTO OU NAO.    *MODEL
           PERFORM VARYING WS-SUB-EMP FROM 1 BY 1                       MODEL
                   UNTIL WS-SUB-EMP GREATER WS-QT-EMPRESAS-MAX          MODEL
               MOVE SPACES             TO ARQUIVOS                      MODEL
               MOVE WS-DATA-EXECUCAO   TO ARQS-DATA-PROCESSO            MODEL
               MOVE WS-CT-DUPLICADOS   TO ARQS-QT-DUPLICADOS            MODEL
               MOVE WS-CT-RETIDOS      TO ARQS-QT-RETIDOS               MODEL
               MOVE WS-CT-AGENDADOS    TO ARQS-QT-AGENDADOS             MODEL
               MOVE ZEROS              TO ARQS-EMPRESA-SPLIT            MODEL
               SET I01-CAD             TO 1                             MODEL
               SEARCH WS-TB-CAD                                         MODEL
                   WHEN WS-TB-CAD-SLOT(I01-CAD) EQUAL WS-SUB-EMP        MODEL
                       MOVE WS-TB-CAD-EMPRESA(I01-CAD)                  MODEL
                                       TO ARQS-EMPRESA-SPLIT            MODEL
               END-SEARCH                                               MODEL
               PERFORM RTESCREVESPLIT                                   MODEL
               IF WS-FS-SPLIT          NOT EQUAL ZEROS                  MODEL
                   DISPLAY '#MODEL.918I - ERRO NO TRAILER DO '          MODEL
                                       + WS-CT-FILTRADOS                MODEL
                                       + WS-CT-DUPLICADOS               MODEL
                                       + WS-CT-RETIDOS                  MODEL
                                       + WS-CT-AGENDADOS                MODEL
           ELSE                                                         MODEL
               COMPUTE WS-CT-ESPERADOS = WS-CT-GRAVADOS                 MODEL
                                       + WS-CT-REJEITADOS               MODEL
                                       + WS-CT-FILTRADOS                MODEL
                                       + WS-CT-DUPLICADOS               MODEL
                                       + WS-CT-RETIDOS                  MODEL
                                       + WS-CT-AGENDADOS                MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-CT-LIDOS               NOT EQUAL WS-CT-ESPERADOS       MODEL
                       WS-CT-DUPLICADOS                                 MODEL
               DISPLAY '#MODEL.920I - WS-CT-RETIDOS   = '               MODEL
                       WS-CT-RETIDOS                                    MODEL
               DISPLAY '#MODEL.920I - WS-CT-AGENDADOS = '               MODEL
                       WS-CT-AGENDADOS                                  MODEL
               MOVE 0016                TO WS-COD-RETORNO               MODEL
      *--- O SARQUIVO JA FOI FECHADO COM O TRAILER DE RTGRAVATRAILER    *MODEL
      *--- COMO SEU ULTIMO REGISTRO QUANDO A DIVERGENCIA E DETECTADA.   *MODEL
      *                                                                 MODEL
           IF WS-FS-SYS030             EQUAL ZEROS                      MODEL
               CLOSE ARQREINI                                           MODEL
               IF WS-FS-SYS030         EQUAL ZEROS                      MODEL
                   SET WS-REINICIO-LIMPO-SIM TO TRUE                    MODEL
               END-IF                                                   MODEL
               IF WS-FS-SYS030         NOT EQUAL ZEROS                  MODEL
                   DISPLAY '#MODEL.913I - ERRO NO FECHAMENTO'           MODEL
                           WS-MSG-SYS030                                MODEL
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *MODEL
      ******************************************************************MODEL
       RTFECHA                         SECTION.                         MODEL
      *                                                                 MODEL
           IF WS-AGENDA-ABERTO-SIM                                      MODEL
               PERFORM RTFECHAAGENDA                                    MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           CLOSE EARQUIVO                                               MODEL
                 SARQUIVO.                                              MODEL
                   END-IF                                               MODEL
               END-IF                                                   MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-AGENDA-ABERTO-SIM                                      MODEL
               CLOSE AGENDA                                             MODEL
               SET WS-AGENDA-FECHADO   TO TRUE                          MODEL
               IF WS-FS-SYS080         NOT EQUAL ZEROS                  MODEL
                   DISPLAY '#MODEL.958I - ERRO NO FECHAMENTO'           MODEL
                           WS-MSG-SYS080                                MODEL
                   DISPLAY '#MODEL.958I - FILE STATUS = ' WS-FS-SYS080  MODEL
                   MOVE 'AGENDA'       TO WS-AUDIT-ARQUIVO              MODEL
                   MOVE WS-FS-SYS080   TO WS-AUDIT-STATUS               MODEL
                   PERFORM RTGRAVAAUDITORIA                             MODEL
                   IF WS-COD-RETORNO   EQUAL ZEROS                      MODEL
                       MOVE 0132       TO WS-COD-RETORNO                MODEL
                   END-IF                                               MODEL
               END-IF                                                   MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           IF WS-LOTE-ABERTO-SIM                                        MODEL
               CLOSE LOTEARQ1 LOTEARQ2 LOTEARQ3 LOTEARQ4                MODEL
       RTFECHAX.                       EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE EVENTO DO DETALHE DE ENTRADA                      *MODEL
      ******************************************************************MODEL
       RTEVENTOENTRADA                 SECTION.                         MODEL
      *                                                                 MODEL
      *--- EVENTO DO DETALHE CORRENTE DO EARQUIVO (REJEITADO,          *MODEL
      *--- DUPLICADO, RETIDO OU AGENDADO): A CHAVE VEM DE ARQUIVOE E A *MODEL
      *--- POSICAO E A MESMA DA CHAVE DO CADASTRO DE AGENDADOS (DIA DO *MODEL
      *--- LOTE * 1000000 + LIDOS). O CHAMADOR JA PREENCHEU O CODIGO,  *MODEL
      *--- O MOTIVO E O COMPLEMENTO.                                   *MODEL
           MOVE ARQE-COD-TRANSACAO     TO WS-EVT-TRANSACAO.             MODEL
           MOVE ARQE-DETALHE(5:8)      TO WS-EVT-DATA-EFETIVA.          MODEL
           MOVE ARQE-DETALHE(13:4)     TO WS-EVT-EMPRESA.               MODEL
      *                                                                 MODEL
           IF ARQE-VALOR               NUMERIC                          MODEL
               MOVE ARQE-VALOR         TO WS-EVT-VALOR                  MODEL
           ELSE                                                         MODEL
               MOVE ZEROS              TO WS-EVT-VALOR                  MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           COMPUTE WS-EVT-SEQ-ORIGEM = WS-SUB-DIA * 1000000             MODEL
                                     + WS-CT-LIDOS.                     MODEL
      *                                                                 MODEL
           PERFORM RTGRAVAEVENTO.                                       MODEL
      *                                                                 MODEL
       RTEVENTOENTRADAX.               EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE GRAVACAO DO HISTORICO DE EVENTOS DO MOVIMENTO     *MODEL
      ******************************************************************MODEL
       RTGRAVAEVENTO                   SECTION.                         MODEL
      *                                                                 MODEL
      *--- GRAVA EM AUDITORIA.TB_EVENTO_MOVTO O EVENTO MONTADO EM      *MODEL
      *--- WS-EVT-*, COM A DATA DE MOVIMENTO (GERACAO DO EARQUIVO), A  *MODEL
      *--- DATA/HORA E A SEQUENCIA DO EVENTO NA EXECUCAO, QUE ORDENAM  *MODEL
      *--- A VIDA DO MOVIMENTO NA TELA RASTMOVT. O COMMIT E POR        *MODEL
      *--- EVENTO, ACOMPANHANDO O PONTO DE CONTROLE, QUE TAMBEM E POR  *MODEL
      *--- REGISTRO: UM REINICIO REPETE NO MAXIMO O EVENTO DO ULTIMO   *MODEL
      *--- REGISTRO ANTES DA QUEDA. FALHA AQUI NAO INTERROMPE A        *MODEL
      *--- EXECUCAO NEM MUDA O RETORNO - O MOVIMENTO JA FOI TRATADO, SO*MODEL
      *--- O RASTRO FICA INCOMPLETO, E AS FALHAS SAEM NOS TOTAIS.      *MODEL
      *--- EM MODO TESTE NADA E GRAVADO.                               *MODEL
           IF WS-MODO-TESTE                                             MODEL
               GO TO RTGRAVAEVENTOX                                     MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
           ACCEPT WS-EVT-DATA          FROM DATE YYYYMMDD.              MODEL
           ACCEPT WS-EVT-HORA          FROM TIME.                       MODEL
           STRING WS-EVT-DATA          DELIMITED BY SIZE                MODEL
                  WS-EVT-HORA          DELIMITED BY SIZE                MODEL
                                       INTO WS-EVT-DATA-HORA.           MODEL
      *                                                                 MODEL
           MOVE WS-DATA-EXECUCAO       TO WS-EVT-DATA-MOVTO.            MODEL
           ADD 1                       TO WS-EVT-SEQUENCIA.             MODEL
      *                                                                 MODEL
           EXEC SQL                                                     MODEL
               INSERT INTO AUDITORIA.TB_EVENTO_MOVTO                    MODEL
                   (COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,            MODEL
                    VLR_MOVTO, DAT_MOVIMENTO, NUM_SEQ_ORIGEM,           MODEL
                    COD_EVENTO, COD_MOTIVO, NOM_PROGRAMA,               MODEL
                    NOM_OPERADOR, DAT_HOR_EVENTO, NUM_SEQ_EVENTO,       MODEL
                    DES_COMPLEMENTO)                                    MODEL
               VALUES                                                   MODEL
                   (:WS-EVT-TRANSACAO, :WS-EVT-DATA-EFETIVA,            MODEL
                    :WS-EVT-EMPRESA, :WS-EVT-VALOR,                     MODEL
                    :WS-EVT-DATA-MOVTO, :WS-EVT-SEQ-ORIGEM,             MODEL
                    :WS-EVT-CODIGO, :WS-EVT-MOTIVO,                     MODEL
                    :WS-EVT-PROGRAMA, :WS-EVT-OPERADOR,                 MODEL
                    :WS-EVT-DATA-HORA, :WS-EVT-SEQUENCIA,               MODEL
                    :WS-EVT-COMPLEMENTO)                                MODEL
           END-EXEC.                                                    MODEL
      *                                                                 MODEL
           IF SQLCODE                  NOT EQUAL ZEROS                  MODEL
               ADD 1                   TO WS-CT-EVT-FALHAS              MODEL
               DISPLAY '#MODEL.959I - ERRO NA GRAVACAO DO EVENTO '      MODEL
                       WS-EVT-CODIGO ' - SQLCODE = ' SQLCODE            MODEL
           ELSE                                                         MODEL
               EXEC SQL                                                 MODEL
                   COMMIT                                               MODEL
               END-EXEC                                                 MODEL
           END-IF.                                                      MODEL
      *                                                                 MODEL
       RTGRAVAEVENTOX.                 EXIT.                            MODEL
      *                                                                 MODEL
      ******************************************************************MODEL
      *    ROTINA DE AUDITORIA DE ERROS (DB2)                          *MODEL
      ******************************************************************MODEL
       RTGRAVAAUDITORIA                SECTION.                         MODEL
                   WS-CT-DUPLICADOS.                                    MODEL
           DISPLAY '  REGISTROS RETIDOS   (SYS090) : '                  MODEL
                   WS-CT-RETIDOS.                                       MODEL
           DISPLAY '  REGISTROS AGENDADOS (SYS080) : '                  MODEL
                   WS-CT-AGENDADOS.                                     MODEL
           IF WS-CT-EVT-FALHAS         GREATER ZEROS                    MODEL
               DISPLAY '  EVENTOS NAO GRAVADOS (DB2)   : '              MODEL
                       WS-CT-EVT-FALHAS                                 MODEL
           END-IF.                                                      MODEL
           IF WS-COD-EMPRESA           NOT EQUAL ZEROS                  MODEL
               DISPLAY '  EMPRESA SELECIONADA (PARM)   : '              MODEL
                       WS-COD-EMPRESA                                   MODEL
               DISPLAY '  DESDOBRAMENTO POR EMPRESA (SYS021-SYS025):'   MODEL
               PERFORM VARYING WS-SUB-EMP FROM 1 BY 1                   MODEL
                       UNTIL WS-SUB-EMP GREATER WS-QT-EMPRESAS          MODEL
                   IF WS-TB-EMP-CODIGO(WS-SUB-EMP) NOT EQUAL ZEROS      MODEL
                       DISPLAY '    EMPRESA '                           MODEL
                               WS-TB-EMP-CODIGO(WS-SUB-EMP)             MODEL
                               ' (' WS-NOME-SPL(WS-SUB-EMP) ') : '      MODEL
                               WS-TB-EMP-GRAVADOS(WS-SUB-EMP)           MODEL
                   END-IF                                               MODEL
               END-PERFORM                                              MODEL
           END-IF.                                                      MODEL
           IF WS-LOTE-SIM                                               MODEL
