      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. MANTEMPR.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : MANTEMPR                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : MANUTENCAO EM TELA DO CADASTRO DE EMPRESAS     *
      *    *            (AUDITORIA.TB_EMPRESA): CODIGO, NOME,          *
      *    *            SITUACAO (A = ATIVA, S = SUSPENSA, E =         *
      *    *            ENCERRADA), VIGENCIA DO CONTRATO, ARQUIVO DE   *
      *    *            DESDOBRAMENTO FIXO (1 A 5 = SARQEMP1 A         *
      *    *            SARQEMP5, ZERO = SEM ARQUIVO) E CONTATO. O     *
      *    *            CADASTRO ALIMENTA A CRITICA DO MODEL01 (R005/  *
      *    *            R006), O DESDOBRAMENTO POR EMPRESA E O NOME DA *
      *    *            EMPRESA NOS RELATORIOS DA CADEIA.              *
      *    *-----------------------------------------------------------*
      *    * VERSAO 01    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 02    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    A TELA PASSA A SER CHAMADA TAMBEM PELA  *
      *    *                   CONSOLE DE OPERACAO (CONSOPER): A       *
      *    *                   RTFINALIZA DEVOLVE O CONTROLE A QUEM    *
      *    *                   CHAMOU (EXIT PROGRAM) ANTES DO STOP RUN *
      *    *                   DA EXECUCAO AVULSA.                     *
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
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
      *
       01  WS-OPCAO                PIC     X(02)         VALUE SPACES.
       01  WS-TECLA                PIC     X(02)         VALUE SPACES.
       01  WS-POSICAO              PIC     9(04)         VALUE ZEROS.
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
      ******************************************************************
      *--- AS EMPRESAS CADASTRADAS SAO CARREGADAS DE UMA SO VEZ NA     *
      *--- TABELA ABAIXO (ATE 500, EM ORDEM DE CODIGO) E A PAGINACAO   *
      *--- E FEITA SOBRE A TABELA, COMO NA TELA MANTTRAN.              *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 015.
       01  WS-QT-CARREGADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 500.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
       01  WS-MSG-MANTEMPR         PIC     X(60)         VALUE SPACES.
      *
       01  WS-TAB.
           03  WS-TB-EMPRESA OCCURS 500 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-CODIGO    PIC     9(04).
               05  WS-TB-NOME      PIC     X(30).
               05  WS-TB-SITUACAO  PIC     X(01).
               05  WS-TB-DT-INICIO PIC     X(08).
               05  WS-TB-DT-FIM    PIC     X(08).
               05  WS-TB-SLOT      PIC     9(01).
               05  WS-TB-CONTATO   PIC     X(40).
      *
      ******************************************************************
      *    AREA DE MANUTENCAO                                          *
      ******************************************************************
       01  WS-CODIGO-DIGITADO      PIC     X(04)         VALUE SPACES.
       01  WS-NOME-DIGITADO        PIC     X(30)         VALUE SPACES.
       01  WS-SITUACAO-DIGITADA    PIC     X(01)         VALUE SPACES.
           88  WS-SITUACAO-VALIDA                        VALUE 'A'
                                                               'S'
                                                               'E'.
       01  WS-DTINI-DIGITADA       PIC     X(08)         VALUE SPACES.
       01  WS-DTFIM-DIGITADA       PIC     X(08)         VALUE SPACES.
       01  WS-SLOT-DIGITADO        PIC     X(01)         VALUE SPACES.
       01  WS-CONTATO-DIGITADO     PIC     X(40)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-LIN-DETALHE.
           03  DET-CODIGO          PIC     9(04).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-NOME            PIC     X(24).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-SITUACAO        PIC     X(09).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-DT-INICIO       PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-DT-FIM          PIC     X(08).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-SLOT            PIC     X(01).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-CONTATO         PIC     X(17).
      *
       01  WS-LIN-CABEC.
           03  FILLER              PIC     X(05)         VALUE
           'COD'.
           03  FILLER              PIC     X(25)         VALUE
           'NOME'.
           03  FILLER              PIC     X(10)         VALUE
           'SITUACAO'.
           03  FILLER              PIC     X(09)         VALUE
           'VIGENCIA'.
           03  FILLER              PIC     X(09)         VALUE
           'ATE'.
           03  FILLER              PIC     X(05)         VALUE
           'ARQ'.
           03  FILLER              PIC     X(07)         VALUE
           'CONTATO'.
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-CODIGO           PIC    S9(04)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-NOME             PIC     X(30)         VALUE SPACES.
       01  WS-SQL-SITUACAO         PIC     X(01)         VALUE SPACES.
       01  WS-SQL-DT-INICIO        PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DT-FIM           PIC     X(08)         VALUE SPACES.
       01  WS-SQL-SLOT             PIC    S9(04)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-CONTATO          PIC     X(40)         VALUE SPACES.
       01  WS-SQL-QTDE             PIC    S9(09)         VALUE ZEROS
                                                         COMP.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
       EXEC SQL
           DECLARE C-EMPRESA CURSOR FOR
           SELECT COD_EMPRESA, NOM_EMPRESA, IND_SITUACAO,
                  DAT_INICIO, DAT_FIM, NUM_SLOT, DES_CONTATO
             FROM AUDITORIA.TB_EMPRESA
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
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
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
      *---   PF4   (02) - INCLUI EMPRESA NOVA                          *
      *---   PF5   (03) - ALTERA OS DADOS DE UMA EMPRESA               *
      *---   PF6   (04) - MUDA A SITUACAO (ATIVA/SUSPENSA/ENCERRADA)   *
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
                                       NOT GREATER WS-QT-CARREGADOS
                       COMPUTE WS-TOPO = WS-TOPO + WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-MANTEMPR
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-MANTEMPR
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '02'
                   PERFORM RTINCLUIR
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '03'
                   PERFORM RTALTERAR
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '04'
                   PERFORM RTSITUACAO
                   PERFORM RTCARGA
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
       RTCARGA                         SECTION.
      ******************************************************************
      *--- ABRE O CURSOR E CARREGA ATE 500 EMPRESAS, JA ORDENADAS      *
      *--- PELO PROPRIO CURSOR.                                        *
      *
           MOVE ZEROS                  TO WS-QT-CARREGADOS.
           MOVE 001                    TO WS-TOPO.
      *
           EXEC SQL
               OPEN C-EMPRESA
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA ABERTURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTEMPR
               GO TO RTCARGAX
           END-IF.
      *
           PERFORM RTFETCH.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
                      OR WS-QT-CARREGADOS EQUAL WS-QT-MAXIMO
               ADD 1                   TO WS-QT-CARREGADOS
               SET I01-WSTAB           TO WS-QT-CARREGADOS
               MOVE WS-SQL-CODIGO      TO WS-TB-CODIGO(I01-WSTAB)
               MOVE WS-SQL-NOME        TO WS-TB-NOME(I01-WSTAB)
               MOVE WS-SQL-SITUACAO    TO WS-TB-SITUACAO(I01-WSTAB)
               MOVE WS-SQL-DT-INICIO   TO WS-TB-DT-INICIO(I01-WSTAB)
               MOVE WS-SQL-DT-FIM      TO WS-TB-DT-FIM(I01-WSTAB)
               MOVE WS-SQL-SLOT        TO WS-TB-SLOT(I01-WSTAB)
               MOVE WS-SQL-CONTATO     TO WS-TB-CONTATO(I01-WSTAB)
               PERFORM RTFETCH
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTEMPR
           END-IF.
      *
           EXEC SQL
               CLOSE C-EMPRESA
           END-EXEC.
      *
           IF WS-QT-CARREGADOS         EQUAL ZEROS
            AND WS-MSG-MANTEMPR        EQUAL SPACES
               MOVE 'NENHUMA EMPRESA CADASTRADA - PF4 INCLUI'
                                       TO WS-MSG-MANTEMPR
           END-IF.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTFETCH                         SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-EMPRESA
                INTO :WS-SQL-CODIGO, :WS-SQL-NOME,
                     :WS-SQL-SITUACAO, :WS-SQL-DT-INICIO,
                     :WS-SQL-DT-FIM, :WS-SQL-SLOT,
                     :WS-SQL-CONTATO
           END-EXEC.
      *
       RTFETCHX.                       EXIT.
      *
      ******************************************************************
       RTINCLUIR                       SECTION.
      ******************************************************************
      *--- INCLUI UMA EMPRESA NOVA. SITUACAO EM BRANCO VIRA A (ATIVA); *
      *--- VIGENCIA INICIAL EM BRANCO OU ZEROS VIRA A DATA DE HOJE E   *
      *--- VIGENCIA FINAL EM BRANCO OU ZEROS VIRA 99991231 (CONTRATO   *
      *--- SEM TERMINO PREVISTO). ARQUIVO EM BRANCO E ZERO (SEM        *
      *--- DESDOBRAMENTO).                                             *
      *
           PERFORM RTRECOLHECAMPOS.
      *
           IF WS-CODIGO-DIGITADO       EQUAL SPACES
            OR WS-CODIGO-DIGITADO      NOT NUMERIC
            OR WS-CODIGO-DIGITADO      EQUAL '0000'
               MOVE 'CODIGO NUMERICO OBRIGATORIO - NADA INCLUIDO'
                                       TO WS-MSG-MANTEMPR
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-SITUACAO-DIGITADA     EQUAL SPACES
               MOVE 'A'                TO WS-SITUACAO-DIGITADA
           END-IF.
      *
           IF WS-DTINI-DIGITADA EQUAL SPACES
            OR WS-DTINI-DIGITADA EQUAL '00000000'
               MOVE WS-DATA-HOJE       TO WS-DTINI-DIGITADA
           END-IF.
      *
           IF WS-DTFIM-DIGITADA EQUAL SPACES
            OR WS-DTFIM-DIGITADA EQUAL '00000000'
               MOVE '99991231'         TO WS-DTFIM-DIGITADA
           END-IF.
      *
           IF WS-SLOT-DIGITADO         EQUAL SPACES
               MOVE '0'                TO WS-SLOT-DIGITADO
           END-IF.
      *
           MOVE WS-CODIGO-DIGITADO     TO WS-SQL-CODIGO.
           MOVE WS-NOME-DIGITADO       TO WS-SQL-NOME.
           MOVE WS-SITUACAO-DIGITADA   TO WS-SQL-SITUACAO.
           MOVE WS-DTINI-DIGITADA      TO WS-SQL-DT-INICIO.
           MOVE WS-DTFIM-DIGITADA      TO WS-SQL-DT-FIM.
           MOVE WS-SLOT-DIGITADO       TO WS-SQL-SLOT.
           MOVE WS-CONTATO-DIGITADO    TO WS-SQL-CONTATO.
      *
           PERFORM RTCONSISTE.
           IF WS-MSG-MANTEMPR          NOT EQUAL SPACES
               GO TO RTINCLUIRX
           END-IF.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_EMPRESA
                   (COD_EMPRESA, NOM_EMPRESA, IND_SITUACAO,
                    DAT_INICIO, DAT_FIM, NUM_SLOT, DES_CONTATO)
               VALUES
                   (:WS-SQL-CODIGO, :WS-SQL-NOME, :WS-SQL-SITUACAO,
                    :WS-SQL-DT-INICIO, :WS-SQL-DT-FIM, :WS-SQL-SLOT,
                    :WS-SQL-CONTATO)
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'EMPRESA INCLUIDA' TO WS-MSG-MANTEMPR
               WHEN -803
                   MOVE 'EMPRESA JA CADASTRADA - USE PF5 PARA ALTERAR'
                                       TO WS-MSG-MANTEMPR
               WHEN OTHER
                   MOVE 'ERRO NA INCLUSAO - VEJA O DBA'
                                       TO WS-MSG-MANTEMPR
           END-EVALUATE.
      *
       RTINCLUIRX.                     EXIT.
      *
      ******************************************************************
       RTALTERAR                       SECTION.
      ******************************************************************
      *--- ALTERA OS DADOS DE UMA EMPRESA EXISTENTE. CAMPO DEIXADO EM  *
      *--- BRANCO MANTEM O CONTEUDO ATUAL.                             *
      *
           PERFORM RTRECOLHECAMPOS.
      *
           IF WS-CODIGO-DIGITADO       EQUAL SPACES
            OR WS-CODIGO-DIGITADO      NOT NUMERIC
               MOVE 'CODIGO NUMERICO OBRIGATORIO - NADA ALTERADO'
                                       TO WS-MSG-MANTEMPR
               GO TO RTALTERARX
           END-IF.
      *
           MOVE WS-CODIGO-DIGITADO     TO WS-SQL-CODIGO.
      *
           PERFORM RTCONSULTA.
           IF WS-MSG-MANTEMPR          NOT EQUAL SPACES
               GO TO RTALTERARX
           END-IF.
      *
           IF WS-NOME-DIGITADO         NOT EQUAL SPACES
               MOVE WS-NOME-DIGITADO   TO WS-SQL-NOME
           END-IF.
           IF WS-SITUACAO-DIGITADA     NOT EQUAL SPACES
               MOVE WS-SITUACAO-DIGITADA TO WS-SQL-SITUACAO
           END-IF.
           IF WS-DTINI-DIGITADA NOT EQUAL SPACES
            AND WS-DTINI-DIGITADA NOT EQUAL '00000000'
               MOVE WS-DTINI-DIGITADA  TO WS-SQL-DT-INICIO
           END-IF.
           IF WS-DTFIM-DIGITADA NOT EQUAL SPACES
            AND WS-DTFIM-DIGITADA NOT EQUAL '00000000'
               MOVE WS-DTFIM-DIGITADA  TO WS-SQL-DT-FIM
           END-IF.
           IF WS-SLOT-DIGITADO         NOT EQUAL SPACES
               MOVE WS-SLOT-DIGITADO   TO WS-SQL-SLOT
           END-IF.
           IF WS-CONTATO-DIGITADO      NOT EQUAL SPACES
               MOVE WS-CONTATO-DIGITADO TO WS-SQL-CONTATO
           END-IF.
      *
           PERFORM RTCONSISTE.
           IF WS-MSG-MANTEMPR          NOT EQUAL SPACES
               GO TO RTALTERARX
           END-IF.
      *
           PERFORM RTATUALIZA.
      *
           IF SQLCODE                  EQUAL ZEROS
               MOVE 'EMPRESA ALTERADA' TO WS-MSG-MANTEMPR
           END-IF.
      *
       RTALTERARX.                     EXIT.
      *
      ******************************************************************
       RTSITUACAO                      SECTION.
      ******************************************************************
      *--- MUDA A SITUACAO DE UMA EMPRESA. ENCERRAR (E) COM VIGENCIA   *
      *--- FINAL FUTURA ANTECIPA O FIM DO CONTRATO PARA HOJE - A       *
      *--- PARTIR DE AMANHA O MODEL01 REJEITA A EMPRESA COM R006, A    *
      *--- MESMA REJEICAO DE UMA EMPRESA SUSPENSA (S).                 *
      *
           MOVE SPACES                 TO WS-CODIGO-DIGITADO
                                           WS-SITUACAO-DIGITADA.
      *
           DISPLAY 'EMPRESA ...........: ' AT 2201.
           ACCEPT  WS-CODIGO-DIGITADO  AT 2223.
           DISPLAY 'NOVA SITUACAO A/S/E: ' AT 2301.
           ACCEPT  WS-SITUACAO-DIGITADA AT 2323.
      *
           IF WS-CODIGO-DIGITADO       EQUAL SPACES
            OR WS-CODIGO-DIGITADO      NOT NUMERIC
               MOVE 'CODIGO NUMERICO OBRIGATORIO - NADA ALTERADO'
                                       TO WS-MSG-MANTEMPR
               GO TO RTSITUACAOX
           END-IF.
      *
           MOVE WS-CODIGO-DIGITADO     TO WS-SQL-CODIGO.
      *
           PERFORM RTCONSULTA.
           IF WS-MSG-MANTEMPR          NOT EQUAL SPACES
               GO TO RTSITUACAOX
           END-IF.
      *
           MOVE WS-SITUACAO-DIGITADA   TO WS-SQL-SITUACAO.
      *
           IF WS-SQL-SITUACAO          EQUAL 'E'
            AND WS-SQL-DT-FIM          GREATER WS-DATA-HOJE
               MOVE WS-DATA-HOJE       TO WS-SQL-DT-FIM
           END-IF.
      *
           PERFORM RTCONSISTE.
           IF WS-MSG-MANTEMPR          NOT EQUAL SPACES
               GO TO RTSITUACAOX
           END-IF.
      *
           PERFORM RTATUALIZA.
      *
           IF SQLCODE                  EQUAL ZEROS
               EVALUATE WS-SQL-SITUACAO
                   WHEN 'A'
                       MOVE 'EMPRESA ATIVADA' TO WS-MSG-MANTEMPR
                   WHEN 'S'
                       MOVE 'EMPRESA SUSPENSA' TO WS-MSG-MANTEMPR
                   WHEN OTHER
                       MOVE 'EMPRESA ENCERRADA' TO WS-MSG-MANTEMPR
               END-EVALUATE
           END-IF.
      *
       RTSITUACAOX.                    EXIT.
      *
      ******************************************************************
       RTCONSULTA                      SECTION.
      ******************************************************************
      *--- LE A LINHA ATUAL DA EMPRESA WS-SQL-CODIGO PARA AS AREAS DE  *
      *--- DB2. NAO ACHOU OU ERRO DEIXA A MENSAGEM PREENCHIDA.         *
      *
           EXEC SQL
               SELECT NOM_EMPRESA, IND_SITUACAO, DAT_INICIO,
                      DAT_FIM, NUM_SLOT, DES_CONTATO
                 INTO :WS-SQL-NOME, :WS-SQL-SITUACAO,
                      :WS-SQL-DT-INICIO, :WS-SQL-DT-FIM,
                      :WS-SQL-SLOT, :WS-SQL-CONTATO
                 FROM AUDITORIA.TB_EMPRESA
                WHERE COD_EMPRESA = :WS-SQL-CODIGO
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   CONTINUE
               WHEN 100
                   MOVE 'EMPRESA NAO CADASTRADA - USE PF4 PARA INCLUIR'
                                       TO WS-MSG-MANTEMPR
               WHEN OTHER
                   MOVE 'ERRO NA CONSULTA - VEJA O DBA'
                                       TO WS-MSG-MANTEMPR
           END-EVALUATE.
      *
       RTCONSULTAX.                    EXIT.
      *
      ******************************************************************
       RTCONSISTE                      SECTION.
      ******************************************************************
      *--- CONSISTE A LINHA MONTADA NAS AREAS DE DB2 ANTES DE GRAVAR:  *
      *--- SITUACAO A/S/E, VIGENCIA COERENTE, ARQUIVO DE DESDOBRAMENTO *
      *--- DE 0 A 5 E NAO OCUPADO POR OUTRA EMPRESA ATIVA - DUAS       *
      *--- EMPRESAS ATIVAS NO MESMO ARQUIVO PARARIAM O MODEL01 NO      *
      *--- MODO SPLIT (RC 0076).                                       *
      *
           MOVE WS-SQL-SITUACAO        TO WS-SITUACAO-DIGITADA.
           IF NOT WS-SITUACAO-VALIDA
               MOVE 'SITUACAO DEVE SER A, S OU E - NADA GRAVADO'
                                       TO WS-MSG-MANTEMPR
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-DT-INICIO         GREATER WS-SQL-DT-FIM
               MOVE 'VIGENCIA INICIAL APOS A FINAL - NADA GRAVADO'
                                       TO WS-MSG-MANTEMPR
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-SLOT              LESS ZEROS
            OR WS-SQL-SLOT             GREATER 5
               MOVE 'ARQUIVO DEVE SER DE 0 A 5 - NADA GRAVADO'
                                       TO WS-MSG-MANTEMPR
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-SLOT              EQUAL ZEROS
            OR WS-SQL-SITUACAO         NOT EQUAL 'A'
               GO TO RTCONSISTEX
           END-IF.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SQL-QTDE
                 FROM AUDITORIA.TB_EMPRESA
                WHERE NUM_SLOT      = :WS-SQL-SLOT
                  AND IND_SITUACAO  = 'A'
                  AND COD_EMPRESA  <> :WS-SQL-CODIGO
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA CONSULTA DO ARQUIVO - VEJA O DBA'
                                       TO WS-MSG-MANTEMPR
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-QTDE              GREATER ZEROS
               MOVE 'ARQUIVO JA DESIGNADO A OUTRA EMPRESA ATIVA'
                                       TO WS-MSG-MANTEMPR
           END-IF.
      *
       RTCONSISTEX.                    EXIT.
      *
      ******************************************************************
       RTATUALIZA                      SECTION.
      ******************************************************************
      *
           EXEC SQL
               UPDATE AUDITORIA.TB_EMPRESA
                  SET NOM_EMPRESA   = :WS-SQL-NOME,
                      IND_SITUACAO  = :WS-SQL-SITUACAO,
                      DAT_INICIO    = :WS-SQL-DT-INICIO,
                      DAT_FIM       = :WS-SQL-DT-FIM,
                      NUM_SLOT      = :WS-SQL-SLOT,
                      DES_CONTATO   = :WS-SQL-CONTATO
                WHERE COD_EMPRESA   = :WS-SQL-CODIGO
           END-EXEC.
      *
           IF SQLCODE                  EQUAL ZEROS
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               MOVE 'ERRO NA ATUALIZACAO - VEJA O DBA'
                                       TO WS-MSG-MANTEMPR
           END-IF.
      *
       RTATUALIZAX.                    EXIT.
      *
      ******************************************************************
       RTRECOLHECAMPOS                 SECTION.
      ******************************************************************
      *--- RECOLHE OS CAMPOS DA MANUTENCAO. DATA DIGITADA NAO NUMERICA *
      *--- E ARQUIVO FORA DE 0 A 5 SAO DESCARTADOS.                    *
      *
           MOVE SPACES                 TO WS-CODIGO-DIGITADO
                                           WS-NOME-DIGITADO
                                           WS-SITUACAO-DIGITADA
                                           WS-DTINI-DIGITADA
                                           WS-DTFIM-DIGITADA
                                           WS-SLOT-DIGITADO
                                           WS-CONTATO-DIGITADO.
      *
           DISPLAY 'EMPRESA ...........: ' AT 1801.
           ACCEPT  WS-CODIGO-DIGITADO  AT 1823.
           DISPLAY 'NOME ..............: ' AT 1901.
           ACCEPT  WS-NOME-DIGITADO    AT 1923.
           DISPLAY 'SITUACAO A/S/E ....: ' AT 2001.
           ACCEPT  WS-SITUACAO-DIGITADA AT 2023.
           DISPLAY 'VIGENCIA AAAAMMDD .: ' AT 2101.
           ACCEPT  WS-DTINI-DIGITADA   AT 2123.
           DISPLAY 'ATE      AAAAMMDD .: ' AT 2201.
           ACCEPT  WS-DTFIM-DIGITADA   AT 2223.
           DISPLAY 'ARQUIVO SPLIT 0-5 .: ' AT 2301.
           ACCEPT  WS-SLOT-DIGITADO    AT 2323.
           DISPLAY 'CONTATO ...........: ' AT 2401.
           ACCEPT  WS-CONTATO-DIGITADO AT 2423.
      *
           IF WS-DTINI-DIGITADA NOT EQUAL SPACES
            AND WS-DTINI-DIGITADA NOT NUMERIC
               MOVE SPACES             TO WS-DTINI-DIGITADA
           END-IF.
      *
           IF WS-DTFIM-DIGITADA NOT EQUAL SPACES
            AND WS-DTFIM-DIGITADA NOT NUMERIC
               MOVE SPACES             TO WS-DTFIM-DIGITADA
           END-IF.
      *
           IF WS-SLOT-DIGITADO NOT EQUAL SPACES
            AND (WS-SLOT-DIGITADO LESS '0'
             OR  WS-SLOT-DIGITADO GREATER '5')
               MOVE SPACES             TO WS-SLOT-DIGITADO
           END-IF.
      *
       RTRECOLHECAMPOSX.               EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
      *
           DISPLAY ERASE.
      *
           DISPLAY 'MANTEMPR - CADASTRO DE EMPRESAS' AT 0101.
           DISPLAY WS-LIN-CABEC        AT 0201.
      *
           MOVE ZEROS                  TO WS-LINHA-TELA.
           COMPUTE WS-FIM-PAGINA = WS-TOPO + WS-QT-LINHAS-PAGINA - 1.
      *
           IF WS-FIM-PAGINA            GREATER WS-QT-CARREGADOS
               MOVE WS-QT-CARREGADOS   TO WS-FIM-PAGINA
           END-IF.
      *
           PERFORM VARYING WS-SUB FROM WS-TOPO BY 1
                   UNTIL WS-SUB GREATER WS-FIM-PAGINA
               SET I01-WSTAB           TO WS-SUB
               MOVE WS-TB-CODIGO(I01-WSTAB)    TO DET-CODIGO
               MOVE WS-TB-NOME(I01-WSTAB)      TO DET-NOME
               MOVE WS-TB-DT-INICIO(I01-WSTAB) TO DET-DT-INICIO
               MOVE WS-TB-DT-FIM(I01-WSTAB)    TO DET-DT-FIM
               MOVE WS-TB-CONTATO(I01-WSTAB)   TO DET-CONTATO
               IF WS-TB-SLOT(I01-WSTAB)        EQUAL ZEROS
                   MOVE '-'            TO DET-SLOT
               ELSE
                   MOVE WS-TB-SLOT(I01-WSTAB)  TO DET-SLOT
               END-IF
               EVALUATE WS-TB-SITUACAO(I01-WSTAB)
                   WHEN 'A'
                       IF WS-TB-DT-FIM(I01-WSTAB) LESS WS-DATA-HOJE
                           MOVE 'VENCIDA'  TO DET-SITUACAO
                       ELSE
                           MOVE 'ATIVA'    TO DET-SITUACAO
                       END-IF
                   WHEN 'S'
                       MOVE 'SUSPENSA' TO DET-SITUACAO
                   WHEN 'E'
                       MOVE 'ENCERRADA' TO DET-SITUACAO
                   WHEN OTHER
                       MOVE '?'        TO DET-SITUACAO
               END-EVALUATE
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA + 2) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO DENTRO DO CADASTRO --------------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'EMPRESAS '          DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADOS     DELIMITED BY SIZE
                  ' - PF4=INCLUI PF5=ALTERA PF6=SITUACAO PF3=SAI'
                                       DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-MANTEMPR          NOT EQUAL SPACES
               DISPLAY WS-MSG-MANTEMPR AT 2401
               MOVE SPACES             TO WS-MSG-MANTEMPR
           END-IF.
      *
       RTMONTAX.                       EXIT.
      *
      ******************************************************************
       RTFINALIZA                      SECTION.
      ******************************************************************
      *
           EXIT PROGRAM.
           STOP RUN.
      *
       RTFINALIZAX.                    EXIT.
      ******************************************************************
      *                         FIM DO PROGRAMA                        *
      ******************************************************************
