      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. CONSOPER.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : CONSOPER                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : CONSOLE DE OPERACAO DA MANHA. PARA UMA DATA    *
      *    *            DE MOVIMENTO (HOJE, OU OUTRA PELA PF4) MOSTRA  *
      *    *            NUMA SO TELA A ULTIMA EXECUCAO DE CADA PASSO   *
      *    *            ESPERADO DA CADEIA (MODEL01 E CONFRET POR      *
      *    *            EMPRESA, POSTSALD, RESSUBME E CICLOSP - AUDI-  *
      *    *            TORIA.TB_HIST_EXECUCAO) COM RETORNO, INICIO,   *
      *    *            FIM E QUANTIDADES; AS EMPRESAS ATIVAS CUJO     *
      *    *            ARQUIVO DE RETORNO NAO CHEGOU; OS RETIDOS A    *
      *    *            DECIDIR (HARQUIVO); OS REJEITADOS AINDA NAO    *
      *    *            CORRIGIDOS (RARQUIVO) E AS OCORRENCIAS DO      *
      *    *            SPRINT EM ABERTO POR PRIORIDADE. A PF6 LEVA    *
      *    *            DIRETO A TELA QUE TRATA A LINHA INFORMADA      *
      *    *            (CONSAUD, LIBRETEN, CORRREJ, TESTE OU          *
      *    *            MANTEMPR) E, NA VOLTA, A SITUACAO E RELIDA.    *
      *    *-----------------------------------------------------------*
      *    * VERSAO 01    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 02    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    O POSTSALD DO SARQUIVO MESTRE DE        *
      *    *                   DESDOBRAMENTO (IND_MODO 'M', EMPRESA    *
      *    *                   ZERO) NAO LANCA NADA E DEIXA DE SER     *
      *    *                   MOSTRADO COMO OK - APARECE COMO MESTRE  *
      *    *                   DESDOB; O LANCAMENTO E O DE CADA        *
      *    *                   EMPRESA (SARQEMPN).                     *
      *    *-----------------------------------------------------------*
      ******************************************************************
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION                   SECTION.
      ******************************************************************
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      ******************************************************************
       INPUT-OUTPUT                   SECTION.
      ******************************************************************
      *
       FILE-CONTROL.
           SELECT ARQUIVO  ASSIGN TO DISK
                  ORGANIZATION   IS INDEXED
                  ACCESS  MODE   IS SEQUENTIAL
                  RECORD  KEY    IS FD-CHAVE
                  FILE    STATUS IS WS-FS-ARQUIVO.
      *
           SELECT RETIDOS  ASSIGN TO DISK
                  ORGANIZATION   IS SEQUENTIAL
                  ACCESS  MODE   IS SEQUENTIAL
                  FILE    STATUS IS WS-FS-RETIDOS.
      *
           SELECT REJEITOS ASSIGN TO DISK
                  ORGANIZATION   IS SEQUENTIAL
                  ACCESS  MODE   IS SEQUENTIAL
                  FILE    STATUS IS WS-FS-REJEITOS.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
      *--- ARQUIVO DE OCORRENCIAS (O MESMO SPRINT DA TELA TESTE) ------*
       FD  ARQUIVO
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SPRINT'.
       COPY RELATOSP.
      *
      *--- RETIDOS AINDA SEM DECISAO (O MESMO HARQUIVO DA LIBRETEN) ---*
       FD  RETIDOS
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'HARQUIVO'.
       01  FD-REG-RETIDO.
           03  FILLER                  PIC X(204).
      *
      *--- REJEITADOS AINDA SEM CORRECAO (O MESMO RARQUIVO DA CORRREJ)-*
       FD  REJEITOS
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RARQUIVO'.
       01  FD-REG-REJEITO.
           03  FILLER                  PIC X(204).
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
      *
       01  WS-FS-ARQUIVO           PIC     X(02)         VALUE SPACES.
       01  WS-FS-RETIDOS           PIC     X(02)         VALUE SPACES.
       01  WS-FS-REJEITOS          PIC     X(02)         VALUE SPACES.
      *
       01  WS-OPCAO                PIC     X(02)         VALUE SPACES.
       01  WS-TECLA                PIC     X(02)         VALUE SPACES.
       01  WS-POSICAO              PIC     9(04)         VALUE ZEROS.
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.
       01  WS-MSG-CONSOPER         PIC     X(60)         VALUE SPACES.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE ENTRADA DE DADOS                                    *
      ******************************************************************
      *--- DATA CONSULTADA POR ULTIMO (PF4) - A ATUALIZACAO (PF5) E A  *
      *--- VOLTA DE UMA TELA (PF6) RELEEM SEMPRE A DATA DA TELA.       *
       01  WS-DATA-CONSULTADA      PIC     X(08)         VALUE SPACES.
       01  WS-DATA-DIGITADA        PIC     X(08)         VALUE SPACES.
       01  WS-LINHA-SEL            PIC     9(03)         VALUE ZEROS.
       01  WS-PGM-DESTINO          PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
      ******************************************************************
      *--- AS LINHAS DA DATA SAO MONTADAS DE UMA SO VEZ NA TABELA      *
      *--- ABAIXO (ATE 300), CADA UMA COM A TELA QUE A TRATA, E A      *
      *--- PAGINACAO E FEITA SOBRE A TABELA, COMO NA TELA CONSAUD.     *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 017.
       01  WS-QT-CARREGADAS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 300.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
      *
       01  WS-TAB.
           03  WS-TB-LINHA OCCURS 300 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-TEXTO     PIC     X(74).
               05  WS-TB-DESTINO   PIC     X(08).
      *
      ******************************************************************
      *    AREA DOS PASSOS ESPERADOS DA CADEIA                         *
      ******************************************************************
      *--- ORDEM DE EXIBICAO DOS PASSOS E A TELA QUE TRATA CADA UM:    *
      *--- FALHAS DE ARQUIVO DO MODEL01, POSTSALD E CONFRET FICAM NA   *
      *--- AUDITORIA (CONSAUD); O RESSUBME VIVE DO QUE A CORRREJ       *
      *--- CORRIGE; O CICLOSP FECHA E ESCALA OCORRENCIAS DO SPRINT.    *
       01  WS-PASSOS.
           03  FILLER              PIC     X(16)         VALUE
           'MODEL01 CONSAUD '.
           03  FILLER              PIC     X(16)         VALUE
           'POSTSALDCONSAUD '.
           03  FILLER              PIC     X(16)         VALUE
           'CONFRET CONSAUD '.
           03  FILLER              PIC     X(16)         VALUE
           'RESSUBMECORRREJ '.
           03  FILLER              PIC     X(16)         VALUE
           'CICLOSP TESTE   '.
       01  WS-PASSOS-R             REDEFINES WS-PASSOS.
           03  WS-PS-PASSO OCCURS 5 TIMES.
               05  WS-PS-PROGRAMA  PIC     X(08).
               05  WS-PS-DESTINO   PIC     X(08).
       01  WS-QT-PASSOS            PIC     9(02)         VALUE 05.
       01  WS-SUB-PASSO            PIC     9(02)         VALUE ZEROS.
       01  WS-QT-LINHAS-PASSO      PIC     9(03)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DAS EMPRESAS ATIVAS                                    *
      ******************************************************************
      *--- CADA EMPRESA ATIVA ESPERA O SEU CONFRET NA DATA. A MARCA    *
      *--- FICA 'N' ATE APARECER A EXECUCAO DA EMPRESA; RETORNO 0052   *
      *--- (RETORNO AUSENTE OU VAZIO NO CORTE) MARCA 'R'.              *
       01  WS-QT-EMPRESAS          PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAX-EMPRESAS      PIC     9(03)         VALUE 500.
       01  WS-SUB-EMP              PIC     9(03)         VALUE ZEROS.
       01  WS-TAB-EMP.
           03  WS-TE-EMPRESA OCCURS 500 TIMES.
               05  WS-TE-CODIGO    PIC     9(04).
               05  WS-TE-CONFRET   PIC     X(01).
                   88  WS-TE-CONFRET-NAO                 VALUE 'N'.
                   88  WS-TE-CONFRET-OK                  VALUE 'S'.
                   88  WS-TE-CONFRET-SEM-RETORNO         VALUE 'R'.
      *
      ******************************************************************
      *    AREA DAS PENDENCIAS                                         *
      ******************************************************************
      *--- O HARQUIVO E O RARQUIVO SO GUARDAM O QUE AINDA ESPERA O     *
      *--- SUPERVISOR/OPERADOR - A CONTAGEM E A SITUACAO DO MOMENTO,   *
      *--- NAO DA DATA CONSULTADA.                                     *
       01  WS-QT-RETIDOS           PIC     9(07)         VALUE ZEROS.
       01  WS-QT-REJEITOS          PIC     9(07)         VALUE ZEROS.
       01  WS-QT-SEM-RETORNO       PIC     9(03)         VALUE ZEROS.
       01  WS-QT-OCOR-ALTA         PIC     9(05)         VALUE ZEROS.
       01  WS-QT-OCOR-MEDIA        PIC     9(05)         VALUE ZEROS.
       01  WS-QT-OCOR-BAIXA        PIC     9(05)         VALUE ZEROS.
       01  WS-QT-EDITADA           PIC     Z(06)9.
       01  WS-QT-OCOR-EDITADA      PIC     Z(04)9.
       01  WS-EMPRESA-EDITADA      PIC     9(04)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-CABECALHO.
           03  FILLER              PIC     X(39)         VALUE
           'LIN PROGRAMA EMPR RC   INIC  FIM       '.
           03  FILLER              PIC     X(34)         VALUE
           'LIDOS  GRAVADOS REJEITADO SITUACAO'.
      *
       01  WS-LIN-DETALHE.
           03  DET-NUMERO          PIC     ZZ9.
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-TEXTO           PIC     X(74).
      *
      *--- TEXTO DE UMA LINHA DA TABELA. A VISAO DE EXECUCAO E USADA   *
      *--- PELOS PASSOS DA CADEIA; AS DEMAIS LINHAS SAO TEXTO LIVRE.   *
       01  WS-LIN-EXECUCAO.
           03  EXE-PROGRAMA        PIC     X(08).
           03  FILLER              PIC     X(01).
           03  EXE-EMPRESA         PIC     X(04).
           03  FILLER              PIC     X(01).
           03  EXE-DADOS           PIC     X(60).
           03  EXE-EXECUCAO        REDEFINES EXE-DADOS.
               05  EXE-RETORNO     PIC     9(04).
               05  FILLER          PIC     X(01).
               05  EXE-INICIO      PIC     X(05).
               05  FILLER          PIC     X(01).
               05  EXE-FIM         PIC     X(05).
               05  FILLER          PIC     X(01).
               05  EXE-LIDOS       PIC     Z(08)9.
               05  FILLER          PIC     X(01).
               05  EXE-GRAVADOS    PIC     Z(08)9.
               05  FILLER          PIC     X(01).
               05  EXE-REJEITADOS  PIC     Z(08)9.
               05  FILLER          PIC     X(01).
               05  EXE-SITUACAO    PIC     X(13).
       01  WS-LIN-DESTINO          PIC     X(08)         VALUE SPACES.
      *
      *--- DATA/HORA DA EXECUCAO (AAAAMMDDHHMMSS) DESMEMBRADA ---------*
       01  WS-DATAHORA-TRAB.
           03  WS-DHT-ANO          PIC     X(04).
           03  WS-DHT-MES          PIC     X(02).
           03  WS-DHT-DIA          PIC     X(02).
           03  WS-DHT-HH           PIC     X(02).
           03  WS-DHT-MM           PIC     X(02).
           03  WS-DHT-SS           PIC     X(02).
      *
       01  WS-HORA-EXIBIDA.
           03  WS-HEX-HH           PIC     X(02).
           03  FILLER              PIC     X(01)         VALUE ':'.
           03  WS-HEX-MM           PIC     X(02).
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-DATA             PIC     X(08)         VALUE SPACES.
       01  WS-SQL-PROGRAMA         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-EMPRESA          PIC    S9(04)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-RETORNO          PIC    S9(04)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-MODO             PIC     X(01)         VALUE SPACES.
       01  WS-SQL-INICIO           PIC     X(14)         VALUE SPACES.
       01  WS-SQL-FIM              PIC     X(14)         VALUE SPACES.
       01  WS-SQL-LIDOS            PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-GRAVADOS         PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-REJEITADOS       PIC    S9(09)         VALUE ZEROS
                                                         COMP.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
      *--- ULTIMA EXECUCAO DO PASSO NA DATA POR EMPRESA (A MAIS        *
      *--- RECENTE PELO INICIO), COMO NA CONFERENCIA DO FECHADIA.      *
       EXEC SQL
           DECLARE C-HIST CURSOR FOR
           SELECT H.COD_EMPRESA, H.COD_RETORNO_FINAL, H.IND_MODO,
                  H.DAT_HOR_INICIO, H.DAT_HOR_FIM,
                  H.QTD_LIDOS, H.QTD_GRAVADOS, H.QTD_REJEITADOS
             FROM AUDITORIA.TB_HIST_EXECUCAO H
            WHERE H.NOM_PROGRAMA      = :WS-SQL-PROGRAMA
              AND H.DAT_EXECUCAO      = :WS-SQL-DATA
              AND H.DAT_HOR_INICIO    =
                  (SELECT MAX(X.DAT_HOR_INICIO)
                     FROM AUDITORIA.TB_HIST_EXECUCAO X
                    WHERE X.NOM_PROGRAMA = H.NOM_PROGRAMA
                      AND X.DAT_EXECUCAO = H.DAT_EXECUCAO
                      AND X.COD_EMPRESA  = H.COD_EMPRESA)
            ORDER BY H.COD_EMPRESA
       END-EXEC.
      *
       EXEC SQL
           DECLARE C-EMPRESA CURSOR FOR
           SELECT COD_EMPRESA
             FROM AUDITORIA.TB_EMPRESA
            WHERE IND_SITUACAO = 'A'
            ORDER BY COD_EMPRESA
       END-EXEC.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTINICIO.
      *
           PERFORM RTPROCESSA.
      *
           PERFORM RTFINALIZA.
      *
       RTPRINCIPALX.                   EXIT.
      *
      ******************************************************************
       RTINICIO                        SECTION.
      ******************************************************************
      *
      *--- A TELA ABRE COM A DATA DE HOJE JA CONSULTADA ---------------*
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE           TO WS-DATA-CONSULTADA.
      *
           PERFORM RTCARGA.
      *
       RTINICIOX.                      EXIT.
      *
      ******************************************************************
       RTPROCESSA                      SECTION.
      ******************************************************************
      *
      *--- TECLAS VALIDAS NESTA TELA:                                  *
      *---   ENTER (00) - AVANCA PAGINA                                *
      *---   PF3   (01) - SAI DO PROGRAMA                              *
      *---   PF4   (02) - INFORMA OUTRA DATA DE MOVIMENTO              *
      *---   PF5   (03) - ATUALIZA A SITUACAO DA DATA EXIBIDA          *
      *---   PF6   (04) - VAI PARA A TELA QUE TRATA A LINHA INFORMADA  *
      *---   PF7   (99) - RETROCEDE PAGINA                             *
      *
       RTREESCREVE.
      *
           PERFORM RTMONTA.
      *
       RTOPCAO.
           ACCEPT  WS-OPCAO            AT 2480 WITH AUTO UPDATE.
           ACCEPT  WS-TECLA            FROM ESCAPE KEY.
      *
           EVALUATE WS-TECLA
               WHEN '00'
                   IF WS-TOPO + WS-QT-LINHAS-PAGINA
                                       NOT GREATER WS-QT-CARREGADAS
                       COMPUTE WS-TOPO = WS-TOPO + WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-CONSOPER
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-CONSOPER
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '02'
                   PERFORM RTINFORMADATA
                   GO              TO RTREESCREVE
               WHEN '03'
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '04'
                   PERFORM RTDESVIA
                   GO              TO RTREESCREVE
               WHEN '01'
                   CONTINUE
               WHEN OTHER
                   GO              TO RTOPCAO
           END-EVALUATE.
      *
       RTPROCESSAX.                    EXIT.
      *
      ******************************************************************
       RTINFORMADATA                   SECTION.
      ******************************************************************
      *--- RECOLHE UMA DATA DE MOVIMENTO (AAAAMMDD) E MONTA A SUA      *
      *--- SITUACAO.                                                   *
      *
           MOVE SPACES                 TO WS-DATA-DIGITADA.
      *
           DISPLAY 'DATA AAAAMMDD ....: ' AT 2101.
           ACCEPT  WS-DATA-DIGITADA    AT 2121.
      *
           IF WS-DATA-DIGITADA         NOT NUMERIC
               MOVE 'DATA INVALIDA - INFORME AAAAMMDD'
                                       TO WS-MSG-CONSOPER
               GO TO RTINFORMADATAX
           END-IF.
      *
           MOVE WS-DATA-DIGITADA       TO WS-DATA-CONSULTADA.
      *
           PERFORM RTCARGA.
      *
       RTINFORMADATAX.                 EXIT.
      *
      ******************************************************************
       RTDESVIA                        SECTION.
      ******************************************************************
      *--- CHAMA A TELA QUE TRATA A LINHA INFORMADA. A TELA CHAMADA    *
      *--- DEVOLVE O CONTROLE PELO EXIT PROGRAM DA SUA RTFINALIZA E E  *
      *--- DESCARREGADA (CANCEL), PARA A PROXIMA CHAMADA COMECAR DO    *
      *--- ZERO. NA VOLTA A SITUACAO DA DATA E RELIDA - O QUE FOI      *
      *--- TRATADO LA JA APARECE AQUI.                                 *
      *
           MOVE ZEROS                  TO WS-LINHA-SEL.
      *
           DISPLAY 'NUMERO DA LINHA ..: ' AT 2101.
           ACCEPT  WS-LINHA-SEL        AT 2121.
      *
           IF WS-LINHA-SEL             NOT NUMERIC
               MOVE ZEROS              TO WS-LINHA-SEL
           END-IF.
      *
           IF WS-LINHA-SEL             LESS 1 OR
              WS-LINHA-SEL             GREATER WS-QT-CARREGADAS
               MOVE 'NUMERO DE LINHA INVALIDO' TO WS-MSG-CONSOPER
               GO TO RTDESVIAX
           END-IF.
      *
           SET I01-WSTAB               TO WS-LINHA-SEL.
           MOVE WS-TB-DESTINO(I01-WSTAB) TO WS-PGM-DESTINO.
      *
           IF WS-PGM-DESTINO           EQUAL SPACES
               MOVE 'LINHA SEM TELA DE TRATAMENTO' TO WS-MSG-CONSOPER
               GO TO RTDESVIAX
           END-IF.
      *
           CALL WS-PGM-DESTINO
               ON EXCEPTION
                   STRING 'TELA '      DELIMITED BY SIZE
                          WS-PGM-DESTINO DELIMITED BY SPACE
                          ' NAO DISPONIVEL' DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
                   GO TO RTDESVIAX
           END-CALL.
      *
           CANCEL WS-PGM-DESTINO.
      *
           PERFORM RTCARGA.
      *
           IF WS-MSG-CONSOPER          EQUAL SPACES
               STRING 'VOLTA DA TELA '  DELIMITED BY SIZE
                      WS-PGM-DESTINO   DELIMITED BY SPACE
                      ' - SITUACAO ATUALIZADA' DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
           END-IF.
      *
       RTDESVIAX.                      EXIT.
      *
      ******************************************************************
       RTCARGA                         SECTION.
      ******************************************************************
      *--- MONTA TODAS AS LINHAS DA DATA EXIBIDA: PASSOS DA CADEIA NA  *
      *--- ORDEM DA NOITE, RETORNOS QUE NAO CHEGARAM, RETIDOS E        *
      *--- REJEITADOS PENDENTES E OCORRENCIAS DO SPRINT EM ABERTO.     *
      *
           MOVE ZEROS                  TO WS-QT-CARREGADAS
                                           WS-QT-SEM-RETORNO.
           MOVE 001                    TO WS-TOPO.
           MOVE WS-DATA-CONSULTADA     TO WS-SQL-DATA.
      *
           PERFORM RTCARGAEMPRESAS.
      *
           PERFORM RTCARGAPASSO
               VARYING WS-SUB-PASSO FROM 1 BY 1
                 UNTIL WS-SUB-PASSO GREATER WS-QT-PASSOS.
      *
           PERFORM RTMONTARETORNOS.
      *
           PERFORM RTCONTARETIDOS.
      *
           PERFORM RTCONTAREJEITOS.
      *
           PERFORM RTCONTAOCORRENCIAS.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTCARGAEMPRESAS                 SECTION.
      ******************************************************************
      *--- CARREGA AS EMPRESAS ATIVAS, TODAS AINDA SEM CONFRET.        *
      *
           MOVE ZEROS                  TO WS-QT-EMPRESAS.
      *
           EXEC SQL
               OPEN C-EMPRESA
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA LEITURA DAS EMPRESAS - VEJA O DBA'
                                       TO WS-MSG-CONSOPER
               GO TO RTCARGAEMPRESASX
           END-IF.
      *
           PERFORM RTFETCHEMPRESA.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
                      OR WS-QT-EMPRESAS EQUAL WS-QT-MAX-EMPRESAS
               ADD 1                   TO WS-QT-EMPRESAS
               MOVE WS-SQL-EMPRESA     TO WS-TE-CODIGO(WS-QT-EMPRESAS)
               SET WS-TE-CONFRET-NAO(WS-QT-EMPRESAS) TO TRUE
               PERFORM RTFETCHEMPRESA
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DAS EMPRESAS - VEJA O DBA'
                                       TO WS-MSG-CONSOPER
           END-IF.
      *
           EXEC SQL
               CLOSE C-EMPRESA
           END-EXEC.
      *
       RTCARGAEMPRESASX.               EXIT.
      *
      ******************************************************************
       RTFETCHEMPRESA                  SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-EMPRESA
                INTO :WS-SQL-EMPRESA
           END-EXEC.
      *
       RTFETCHEMPRESAX.                EXIT.
      *
      ******************************************************************
       RTCARGAPASSO                    SECTION.
      ******************************************************************
      *--- UMA LINHA POR EMPRESA COM EXECUCAO DO PASSO NA DATA. NO     *
      *--- CONFRET, CADA EMPRESA ATIVA SEM EXECUCAO GANHA A SUA LINHA  *
      *--- DE NAO EXECUTADO; NOS DEMAIS, PASSO SEM NENHUMA EXECUCAO    *
      *--- NA DATA APARECE NUMA LINHA SO.                              *
      *
           MOVE WS-PS-PROGRAMA(WS-SUB-PASSO) TO WS-SQL-PROGRAMA.
           MOVE WS-PS-DESTINO(WS-SUB-PASSO)  TO WS-LIN-DESTINO.
           MOVE ZEROS                  TO WS-QT-LINHAS-PASSO.
      *
           EXEC SQL
               OPEN C-HIST
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA LEITURA DO HISTORICO - VEJA O DBA'
                                       TO WS-MSG-CONSOPER
               GO TO RTCARGAPASSOX
           END-IF.
      *
           PERFORM RTFETCHHIST.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
               ADD 1                   TO WS-QT-LINHAS-PASSO
               PERFORM RTMONTAEXECUCAO
               PERFORM RTFETCHHIST
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DO HISTORICO - VEJA O DBA'
                                       TO WS-MSG-CONSOPER
           END-IF.
      *
           EXEC SQL
               CLOSE C-HIST
           END-EXEC.
      *
           IF WS-SQL-PROGRAMA          EQUAL 'CONFRET'
               PERFORM RTMONTACONFRETAUSENTE
           END-IF.
      *
           IF WS-QT-LINHAS-PASSO       EQUAL ZEROS
               MOVE SPACES             TO WS-LIN-EXECUCAO
               MOVE WS-SQL-PROGRAMA    TO EXE-PROGRAMA
               MOVE 'NAO EXECUTADO NA DATA' TO EXE-DADOS
               PERFORM RTADICIONALINHA
           END-IF.
      *
       RTCARGAPASSOX.                  EXIT.
      *
      ******************************************************************
       RTFETCHHIST                     SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-HIST
                INTO :WS-SQL-EMPRESA, :WS-SQL-RETORNO, :WS-SQL-MODO,
                     :WS-SQL-INICIO, :WS-SQL-FIM,
                     :WS-SQL-LIDOS, :WS-SQL-GRAVADOS,
                     :WS-SQL-REJEITADOS
           END-EXEC.
      *
       RTFETCHHISTX.                   EXIT.
      *
      ******************************************************************
       RTMONTAEXECUCAO                 SECTION.
      ******************************************************************
      *--- MONTA A LINHA DA EXECUCAO LIDA. AS RECUSAS DE ENTRADA       *
      *--- (0084, 0128, 0136) SAO MOSTRADAS A PARTE, COMO O FECHADIA   *
      *--- AS TRATA; NO CONFRET O RETORNO 0052 E RETORNO NAO CHEGADO.  *
      *--- O POSTSALD DO SARQUIVO MESTRE DE DESDOBRAMENTO (MODO 'M')   *
      *--- NAO LANCA NADA - O LANCAMENTO E O DE CADA SARQEMPN.         *
      *
           MOVE SPACES                 TO WS-LIN-EXECUCAO.
           MOVE WS-SQL-PROGRAMA        TO EXE-PROGRAMA.
           MOVE WS-SQL-EMPRESA         TO WS-EMPRESA-EDITADA.
           MOVE WS-EMPRESA-EDITADA     TO EXE-EMPRESA.
           MOVE WS-SQL-RETORNO         TO EXE-RETORNO.
      *
           MOVE WS-SQL-INICIO          TO WS-DATAHORA-TRAB.
           MOVE WS-DHT-HH              TO WS-HEX-HH.
           MOVE WS-DHT-MM              TO WS-HEX-MM.
           MOVE WS-HORA-EXIBIDA        TO EXE-INICIO.
      *
           MOVE WS-SQL-FIM             TO WS-DATAHORA-TRAB.
           MOVE WS-DHT-HH              TO WS-HEX-HH.
           MOVE WS-DHT-MM              TO WS-HEX-MM.
           MOVE WS-HORA-EXIBIDA        TO EXE-FIM.
      *
           MOVE WS-SQL-LIDOS           TO EXE-LIDOS.
           MOVE WS-SQL-GRAVADOS        TO EXE-GRAVADOS.
           MOVE WS-SQL-REJEITADOS      TO EXE-REJEITADOS.
      *
           EVALUATE TRUE
               WHEN WS-SQL-RETORNO     EQUAL ZEROS
                AND WS-SQL-PROGRAMA    EQUAL 'POSTSALD'
                AND WS-SQL-MODO        EQUAL 'M'
                   MOVE 'MESTRE DESDOB' TO EXE-SITUACAO
               WHEN WS-SQL-RETORNO     EQUAL ZEROS
                   MOVE 'OK'           TO EXE-SITUACAO
               WHEN WS-SQL-RETORNO     EQUAL 84 OR 128 OR 136
                   MOVE 'RECUSADA'     TO EXE-SITUACAO
               WHEN WS-SQL-RETORNO     EQUAL 52
                AND WS-SQL-PROGRAMA    EQUAL 'CONFRET'
                   MOVE 'SEM RETORNO'  TO EXE-SITUACAO
               WHEN OTHER
                   MOVE 'FALHA'        TO EXE-SITUACAO
           END-EVALUATE.
      *
           PERFORM RTADICIONALINHA.
      *
           IF WS-SQL-PROGRAMA          EQUAL 'CONFRET'
               PERFORM RTMARCACONFRET
           END-IF.
      *
       RTMONTAEXECUCAOX.               EXIT.
      *
      ******************************************************************
       RTMARCACONFRET                  SECTION.
      ******************************************************************
      *--- MARCA NA TABELA DE EMPRESAS ATIVAS O CONFRET DA EMPRESA.    *
      *
           PERFORM VARYING WS-SUB-EMP FROM 1 BY 1
                   UNTIL WS-SUB-EMP GREATER WS-QT-EMPRESAS
               IF WS-TE-CODIGO(WS-SUB-EMP) EQUAL WS-EMPRESA-EDITADA
                   IF WS-SQL-RETORNO   EQUAL 52
                       SET WS-TE-CONFRET-SEM-RETORNO(WS-SUB-EMP)
                                       TO TRUE
                   ELSE
                       SET WS-TE-CONFRET-OK(WS-SUB-EMP) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       RTMARCACONFRETX.                EXIT.
      *
      ******************************************************************
       RTMONTACONFRETAUSENTE           SECTION.
      ******************************************************************
      *--- EMPRESA ATIVA SEM NENHUM CONFRET NA DATA.                   *
      *
           PERFORM VARYING WS-SUB-EMP FROM 1 BY 1
                   UNTIL WS-SUB-EMP GREATER WS-QT-EMPRESAS
               IF WS-TE-CONFRET-NAO(WS-SUB-EMP)
                   ADD 1               TO WS-QT-LINHAS-PASSO
                   MOVE SPACES         TO WS-LIN-EXECUCAO
                   MOVE WS-SQL-PROGRAMA TO EXE-PROGRAMA
                   MOVE WS-TE-CODIGO(WS-SUB-EMP) TO EXE-EMPRESA
                   MOVE 'NAO EXECUTADO NA DATA' TO EXE-DADOS
                   PERFORM RTADICIONALINHA
               END-IF
           END-PERFORM.
      *
       RTMONTACONFRETAUSENTEX.         EXIT.
      *
      ******************************************************************
       RTMONTARETORNOS                 SECTION.
      ******************************************************************
      *--- UMA LINHA POR EMPRESA ATIVA CUJO ARQUIVO DE RETORNO NAO     *
      *--- CHEGOU: SEM CONFRET NA DATA OU COM O ULTIMO CONFRET EM      *
      *--- 0052. A TELA DE TRATAMENTO E O CADASTRO DA EMPRESA          *
      *--- (MANTEMPR), ONDE ESTA O CONTATO A ACIONAR.                  *
      *
           MOVE 'MANTEMPR'             TO WS-LIN-DESTINO.
      *
           PERFORM VARYING WS-SUB-EMP FROM 1 BY 1
                   UNTIL WS-SUB-EMP GREATER WS-QT-EMPRESAS
               IF NOT WS-TE-CONFRET-OK(WS-SUB-EMP)
                   ADD 1               TO WS-QT-SEM-RETORNO
                   MOVE SPACES         TO WS-LIN-EXECUCAO
                   IF WS-TE-CONFRET-NAO(WS-SUB-EMP)
                       STRING 'RETORNO NAO CHEGOU - EMPRESA '
                                       DELIMITED BY SIZE
                              WS-TE-CODIGO(WS-SUB-EMP)
                                       DELIMITED BY SIZE
                              ' (CONFRET NAO EXECUTADO)'
                                       DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO
                   ELSE
                       STRING 'RETORNO NAO CHEGOU - EMPRESA '
                                       DELIMITED BY SIZE
                              WS-TE-CODIGO(WS-SUB-EMP)
                                       DELIMITED BY SIZE
                              ' (CONFRET RETORNO 0052)'
                                       DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO
                   END-IF
                   PERFORM RTADICIONALINHA
               END-IF
           END-PERFORM.
      *
           IF WS-QT-SEM-RETORNO        EQUAL ZEROS
               MOVE SPACES             TO WS-LIN-EXECUCAO
                                           WS-LIN-DESTINO
               MOVE 'RETORNOS DAS EMPRESAS ATIVAS - TODOS CHEGARAM'
                                       TO WS-LIN-EXECUCAO
               PERFORM RTADICIONALINHA
           END-IF.
      *
       RTMONTARETORNOSX.               EXIT.
      *
      ******************************************************************
       RTCONTARETIDOS                  SECTION.
      ******************************************************************
      *--- CONTA OS RETIDOS QUE ESPERAM DECISAO NA TELA LIBRETEN. SEM  *
      *--- HARQUIVO (STATUS 35) NAO HA NADA RETIDO.                    *
      *
           MOVE ZEROS                  TO WS-QT-RETIDOS.
      *
           PERFORM RTLERETIDOS.
      *
           MOVE WS-QT-RETIDOS          TO WS-QT-EDITADA.
           MOVE SPACES                 TO WS-LIN-EXECUCAO.
           STRING 'RETIDOS AGUARDANDO DECISAO (HARQUIVO) ...: '
                                       DELIMITED BY SIZE
                  WS-QT-EDITADA        DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO.
           MOVE 'LIBRETEN'             TO WS-LIN-DESTINO.
      *
           PERFORM RTADICIONALINHA.
      *
       RTCONTARETIDOSX.                EXIT.
      *
      ******************************************************************
       RTLERETIDOS                     SECTION.
      ******************************************************************
      *--- LE O HARQUIVO INTEIRO CONTANDO OS REGISTROS.                *
      *
           OPEN INPUT RETIDOS.
      *
           IF WS-FS-RETIDOS            EQUAL '35'
               GO TO RTLERETIDOSX
           END-IF.
      *
           IF WS-FS-RETIDOS            NOT EQUAL ZEROS
               STRING 'ERRO NA ABERTURA DO HARQUIVO = '
                                       DELIMITED BY SIZE
                      WS-FS-RETIDOS    DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
               GO TO RTLERETIDOSX
           END-IF.
      *
           READ RETIDOS.
      *
           PERFORM UNTIL WS-FS-RETIDOS NOT EQUAL ZEROS
               ADD 1                   TO WS-QT-RETIDOS
               READ RETIDOS
           END-PERFORM.
      *
           IF WS-FS-RETIDOS            NOT EQUAL '10'
               STRING 'ERRO NA LEITURA DO HARQUIVO = ' DELIMITED BY SIZE
                      WS-FS-RETIDOS    DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
           END-IF.
      *
           CLOSE RETIDOS.
      *
       RTLERETIDOSX.                   EXIT.
      *
      ******************************************************************
       RTCONTAREJEITOS                 SECTION.
      ******************************************************************
      *--- CONTA OS REJEITADOS QUE ESPERAM CORRECAO NA TELA CORRREJ.   *
      *--- SEM RARQUIVO (STATUS 35) NAO HA NADA A CORRIGIR.            *
      *
           MOVE ZEROS                  TO WS-QT-REJEITOS.
      *
           PERFORM RTLEREJEITOS.
      *
           MOVE WS-QT-REJEITOS         TO WS-QT-EDITADA.
           MOVE SPACES                 TO WS-LIN-EXECUCAO.
           STRING 'REJEITADOS SEM CORRECAO (RARQUIVO) ......: '
                                       DELIMITED BY SIZE
                  WS-QT-EDITADA        DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO.
           MOVE 'CORRREJ'              TO WS-LIN-DESTINO.
      *
           PERFORM RTADICIONALINHA.
      *
       RTCONTAREJEITOSX.               EXIT.
      *
      ******************************************************************
       RTLEREJEITOS                    SECTION.
      ******************************************************************
      *--- LE O RARQUIVO INTEIRO CONTANDO OS REGISTROS.                *
      *
           OPEN INPUT REJEITOS.
      *
           IF WS-FS-REJEITOS           EQUAL '35'
               GO TO RTLEREJEITOSX
           END-IF.
      *
           IF WS-FS-REJEITOS           NOT EQUAL ZEROS
               STRING 'ERRO NA ABERTURA DO RARQUIVO = '
                                       DELIMITED BY SIZE
                      WS-FS-REJEITOS   DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
               GO TO RTLEREJEITOSX
           END-IF.
      *
           READ REJEITOS.
      *
           PERFORM UNTIL WS-FS-REJEITOS NOT EQUAL ZEROS
               ADD 1                   TO WS-QT-REJEITOS
               READ REJEITOS
           END-PERFORM.
      *
           IF WS-FS-REJEITOS           NOT EQUAL '10'
               STRING 'ERRO NA LEITURA DO RARQUIVO = ' DELIMITED BY SIZE
                      WS-FS-REJEITOS   DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
           END-IF.
      *
           CLOSE REJEITOS.
      *
       RTLEREJEITOSX.                  EXIT.
      *
      ******************************************************************
       RTCONTAOCORRENCIAS              SECTION.
      ******************************************************************
      *--- CONTA AS OCORRENCIAS DO SPRINT AINDA ABERTAS OU EM          *
      *--- ANDAMENTO, UMA LINHA POR PRIORIDADE. PRIORIDADE FORA DE     *
      *--- A/M/B CONTA COMO MEDIA, COMO A TELA TESTE A GRAVA.          *
      *
           MOVE ZEROS                  TO WS-QT-OCOR-ALTA
                                           WS-QT-OCOR-MEDIA
                                           WS-QT-OCOR-BAIXA.
      *
           PERFORM RTLEOCORRENCIAS.
      *
           MOVE 'TESTE'                TO WS-LIN-DESTINO.
      *
           MOVE WS-QT-OCOR-ALTA        TO WS-QT-OCOR-EDITADA.
           MOVE SPACES                 TO WS-LIN-EXECUCAO.
           STRING 'OCORRENCIAS EM ABERTO - PRIORIDADE ALTA .: '
                                       DELIMITED BY SIZE
                  WS-QT-OCOR-EDITADA   DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO.
           PERFORM RTADICIONALINHA.
      *
           MOVE WS-QT-OCOR-MEDIA       TO WS-QT-OCOR-EDITADA.
           MOVE SPACES                 TO WS-LIN-EXECUCAO.
           STRING 'OCORRENCIAS EM ABERTO - PRIORIDADE MEDIA : '
                                       DELIMITED BY SIZE
                  WS-QT-OCOR-EDITADA   DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO.
           PERFORM RTADICIONALINHA.
      *
           MOVE WS-QT-OCOR-BAIXA       TO WS-QT-OCOR-EDITADA.
           MOVE SPACES                 TO WS-LIN-EXECUCAO.
           STRING 'OCORRENCIAS EM ABERTO - PRIORIDADE BAIXA : '
                                       DELIMITED BY SIZE
                  WS-QT-OCOR-EDITADA   DELIMITED BY SIZE
                                       INTO WS-LIN-EXECUCAO.
           PERFORM RTADICIONALINHA.
      *
       RTCONTAOCORRENCIASX.            EXIT.
      *
      ******************************************************************
       RTLEOCORRENCIAS                 SECTION.
      ******************************************************************
      *--- LE O SPRINT INTEIRO CONTANDO AS OCORRENCIAS EM ABERTO.      *
      *
           OPEN INPUT ARQUIVO.
      *
           IF WS-FS-ARQUIVO            EQUAL '35'
               GO TO RTLEOCORRENCIASX
           END-IF.
      *
           IF WS-FS-ARQUIVO            NOT EQUAL ZEROS
               STRING 'ERRO NA ABERTURA DO SPRINT = ' DELIMITED BY SIZE
                      WS-FS-ARQUIVO    DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
               GO TO RTLEOCORRENCIASX
           END-IF.
      *
           READ ARQUIVO NEXT.
      *
           PERFORM UNTIL WS-FS-ARQUIVO NOT EQUAL ZEROS
               IF FD-STATUS-ABERTA OR FD-STATUS-ANDAMENTO
                   EVALUATE TRUE
                       WHEN FD-PRIOR-ALTA
                           ADD 1       TO WS-QT-OCOR-ALTA
                       WHEN FD-PRIOR-BAIXA
                           ADD 1       TO WS-QT-OCOR-BAIXA
                       WHEN OTHER
                           ADD 1       TO WS-QT-OCOR-MEDIA
                   END-EVALUATE
               END-IF
               READ ARQUIVO NEXT
           END-PERFORM.
      *
           IF WS-FS-ARQUIVO            NOT EQUAL '10'
               STRING 'ERRO NA LEITURA DO SPRINT = ' DELIMITED BY SIZE
                      WS-FS-ARQUIVO    DELIMITED BY SIZE
                                       INTO WS-MSG-CONSOPER
           END-IF.
      *
           CLOSE ARQUIVO.
      *
       RTLEOCORRENCIASX.               EXIT.
      *
      ******************************************************************
       RTADICIONALINHA                 SECTION.
      ******************************************************************
      *--- ACRESCENTA A LINHA MONTADA, COM A SUA TELA DE TRATAMENTO,   *
      *--- A TABELA DA TELA.                                           *
      *
           IF WS-QT-CARREGADAS         EQUAL WS-QT-MAXIMO
               MOVE 'MAIS DE 300 LINHAS - AS ULTIMAS NAO CABEM NA TELA'
                                       TO WS-MSG-CONSOPER
               GO TO RTADICIONALINHAX
           END-IF.
      *
           ADD 1                       TO WS-QT-CARREGADAS.
           SET I01-WSTAB               TO WS-QT-CARREGADAS.
           MOVE WS-LIN-EXECUCAO        TO WS-TB-TEXTO(I01-WSTAB).
           MOVE WS-LIN-DESTINO         TO WS-TB-DESTINO(I01-WSTAB).
      *
       RTADICIONALINHAX.               EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
      *
           DISPLAY ERASE.
      *
           DISPLAY 'CONSOPER - CONSOLE DE OPERACAO - DATA DE MOVIMENTO'
                                       AT 0101.
           DISPLAY WS-DATA-CONSULTADA  AT 0153.
           DISPLAY WS-CABECALHO        AT 0201.
      *
           MOVE ZEROS                  TO WS-LINHA-TELA.
           COMPUTE WS-FIM-PAGINA = WS-TOPO + WS-QT-LINHAS-PAGINA - 1.
      *
           IF WS-FIM-PAGINA            GREATER WS-QT-CARREGADAS
               MOVE WS-QT-CARREGADAS   TO WS-FIM-PAGINA
           END-IF.
      *
           PERFORM VARYING WS-SUB FROM WS-TOPO BY 1
                   UNTIL WS-SUB GREATER WS-FIM-PAGINA
               SET I01-WSTAB           TO WS-SUB
               MOVE WS-SUB             TO DET-NUMERO
               MOVE WS-TB-TEXTO(I01-WSTAB) TO DET-TEXTO
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA + 2) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO DENTRO DAS LINHAS DA DATA -------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'LINHAS '            DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADAS     DELIMITED BY SIZE
                  ' - ENTER/PF7=PAG PF4=DATA PF5=ATUALIZA PF6=TELA'
                                       DELIMITED BY SIZE
                  ' PF3=SAI'           DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-CONSOPER          NOT EQUAL SPACES
               DISPLAY WS-MSG-CONSOPER AT 2401
               MOVE SPACES             TO WS-MSG-CONSOPER
           END-IF.
      *
       RTMONTAX.                       EXIT.
      *
      ******************************************************************
       RTFINALIZA                      SECTION.
      ******************************************************************
      *
           STOP RUN.
      *
       RTFINALIZAX.                    EXIT.
      ******************************************************************
      *                         FIM DO PROGRAMA                        *
      ******************************************************************
