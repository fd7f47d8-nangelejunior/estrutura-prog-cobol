      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. MANTTARI.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : MANTTARI                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : MANUTENCAO EM TELA DA TABELA DE TARIFAS POR    *
      *    *            EMPRESA E CODIGO DE TRANSACAO (AUDITORIA.      *
      *    *            TB_TARIFA), USADA PELO FATURAMENTO MENSAL      *
      *    *            (FATURMES). CADA VIGENCIA (EMPRESA, TRANSACAO  *
      *    *            E DATA DE INICIO) TEM UMA OU MAIS FAIXAS DE    *
      *    *            VOLUME, CADA UMA COM O SEU PRECO UNITARIO A    *
      *    *            PARTIR DE UMA QUANTIDADE NO MES. A EMPRESA     *
      *    *            0000 E A TARIFA PADRAO DA TRANSACAO, COBRADA   *
      *    *            DE QUEM NAO TEM TARIFA PROPRIA. PERMITE        *
      *    *            INCLUIR FAIXA, ALTERAR O PRECO DE UMA FAIXA E  *
      *    *            ENCERRAR UMA VIGENCIA INTEIRA NUMA DATA. CADA  *
      *    *            ALTERACAO GRAVA O OPERADOR E A DATA/HORA.      *
      *    *-----------------------------------------------------------*
      *    * VERSAO 01    -    FABRICA DE SOFTWARE    -    15.10.2026  *
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
       01  WS-HORA-AGORA           PIC     9(08)         VALUE ZEROS.
       01  WS-OPERADOR             PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
      ******************************************************************
      *--- AS FAIXAS CADASTRADAS SAO CARREGADAS DE UMA SO VEZ NA       *
      *--- TABELA ABAIXO (ATE 500, POR EMPRESA, TRANSACAO, VIGENCIA    *
      *--- MAIS RECENTE PRIMEIRO E FAIXA) E A PAGINACAO E FEITA SOBRE  *
      *--- A TABELA, COMO NA TELA MANTTRAN.                            *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 014.
       01  WS-QT-CARREGADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 500.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
       01  WS-MSG-MANTTARI         PIC     X(60)         VALUE SPACES.
      *
       01  WS-TAB.
           03  WS-TB-TARIFA  OCCURS 500 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-EMPRESA   PIC     9(04).
               05  WS-TB-TRANSACAO PIC     X(04).
               05  WS-TB-DT-INICIO PIC     X(08).
               05  WS-TB-DT-FIM    PIC     X(08).
               05  WS-TB-FAIXA     PIC     9(09).
               05  WS-TB-VALOR     PIC     9(05)V9(04)   COMP-3.
               05  WS-TB-OPERADOR  PIC     X(08).
      *
      ******************************************************************
      *    AREA DE MANUTENCAO                                          *
      ******************************************************************
       01  WS-EMPRESA-DIGITADA     PIC     X(04)         VALUE SPACES.
       01  WS-TRANSACAO-DIGITADA   PIC     X(04)         VALUE SPACES.
       01  WS-DTINI-DIGITADA       PIC     X(08)         VALUE SPACES.
       01  WS-DTFIM-DIGITADA       PIC     X(08)         VALUE SPACES.
       01  WS-FAIXA-DIGITADA       PIC     X(09)         VALUE SPACES.
       01  WS-FAIXA-NUMERICA       REDEFINES WS-FAIXA-DIGITADA
                                   PIC     9(09).
       01  WS-TARIFA-DIGITADA      PIC     X(09)         VALUE SPACES.
       01  WS-TARIFA-NUMERICA      REDEFINES WS-TARIFA-DIGITADA
                                   PIC     9(05)V9(04).
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-LIN-DETALHE.
           03  DET-EMPRESA         PIC     9(04).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-TRANSACAO       PIC     X(04).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-DT-INICIO       PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-DT-FIM          PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-FAIXA           PIC     ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-VALOR           PIC     ZZ.ZZ9,9999.
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-SITUACAO        PIC     X(09).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-OPERADOR        PIC     X(08).
      *
       01  WS-LIN-CABEC.
           03  FILLER              PIC     X(05)         VALUE
           'EMP'.
           03  FILLER              PIC     X(06)         VALUE
           'TRAN'.
           03  FILLER              PIC     X(09)         VALUE
           'VIGENCIA'.
           03  FILLER              PIC     X(09)         VALUE
           'ATE'.
           03  FILLER              PIC     X(12)         VALUE
           ' A PARTIR DE'.
           03  FILLER              PIC     X(12)         VALUE
           '  TARIFA UN.'.
           03  FILLER              PIC     X(10)         VALUE
           'SITUACAO'.
           03  FILLER              PIC     X(08)         VALUE
           'OPERADOR'.
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-EMPRESA          PIC    S9(04)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-TRANSACAO        PIC     X(04)         VALUE SPACES.
       01  WS-SQL-DT-INICIO        PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DT-FIM           PIC     X(08)         VALUE SPACES.
       01  WS-SQL-FAIXA            PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-VALOR            PIC    S9(05)V9(04)   VALUE ZEROS
                                                         COMP-3.
       01  WS-SQL-OPERADOR         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DATA-HORA        PIC     X(14)         VALUE SPACES.
       01  WS-SQL-QTDE             PIC    S9(09)         VALUE ZEROS
                                                         COMP.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
       EXEC SQL
           DECLARE C-TARIFA CURSOR FOR
           SELECT COD_EMPRESA, COD_TRANSACAO, DAT_INICIO, DAT_FIM,
                  QTD_FAIXA_INICIAL, VLR_TARIFA, NOM_OPERADOR
             FROM AUDITORIA.TB_TARIFA
            ORDER BY COD_EMPRESA, COD_TRANSACAO, DAT_INICIO DESC,
                     QTD_FAIXA_INICIAL
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
      *--- IDENTIFICACAO DO OPERADOR - GRAVADO EM CADA ALTERACAO ------*
           ACCEPT WS-OPERADOR          FROM ENVIRONMENT 'USERNAME'
               ON EXCEPTION
                   MOVE 'SUPERVIS'     TO WS-OPERADOR
           END-ACCEPT.
      *
           IF WS-OPERADOR              EQUAL SPACES
               MOVE 'SUPERVIS'         TO WS-OPERADOR
           END-IF.
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
      *---   PF4   (02) - INCLUI FAIXA (NOVA VIGENCIA OU NOVA FAIXA)   *
      *---   PF5   (03) - ALTERA O PRECO DE UMA FAIXA                  *
      *---   PF6   (04) - ENCERRA UMA VIGENCIA (TODAS AS FAIXAS)       *
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
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-MANTTARI
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-MANTTARI
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
                   PERFORM RTENCERRAR
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
      *--- ABRE O CURSOR E CARREGA ATE 500 FAIXAS, JA ORDENADAS PELO   *
      *--- PROPRIO CURSOR.                                             *
      *
           MOVE ZEROS                  TO WS-QT-CARREGADOS.
           MOVE 001                    TO WS-TOPO.
      *
           EXEC SQL
               OPEN C-TARIFA
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA ABERTURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
               GO TO RTCARGAX
           END-IF.
      *
           PERFORM RTFETCH.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
                      OR WS-QT-CARREGADOS EQUAL WS-QT-MAXIMO
               ADD 1                   TO WS-QT-CARREGADOS
               SET I01-WSTAB           TO WS-QT-CARREGADOS
               MOVE WS-SQL-EMPRESA     TO WS-TB-EMPRESA(I01-WSTAB)
               MOVE WS-SQL-TRANSACAO   TO WS-TB-TRANSACAO(I01-WSTAB)
               MOVE WS-SQL-DT-INICIO   TO WS-TB-DT-INICIO(I01-WSTAB)
               MOVE WS-SQL-DT-FIM      TO WS-TB-DT-FIM(I01-WSTAB)
               MOVE WS-SQL-FAIXA       TO WS-TB-FAIXA(I01-WSTAB)
               MOVE WS-SQL-VALOR       TO WS-TB-VALOR(I01-WSTAB)
               MOVE WS-SQL-OPERADOR    TO WS-TB-OPERADOR(I01-WSTAB)
               PERFORM RTFETCH
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
           END-IF.
      *
           EXEC SQL
               CLOSE C-TARIFA
           END-EXEC.
      *
           IF WS-QT-CARREGADOS         EQUAL ZEROS
            AND WS-MSG-MANTTARI        EQUAL SPACES
               MOVE 'NENHUMA TARIFA CADASTRADA - PF4 INCLUI'
                                       TO WS-MSG-MANTTARI
           END-IF.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTFETCH                         SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-TARIFA
                INTO :WS-SQL-EMPRESA, :WS-SQL-TRANSACAO,
                     :WS-SQL-DT-INICIO, :WS-SQL-DT-FIM,
                     :WS-SQL-FAIXA, :WS-SQL-VALOR, :WS-SQL-OPERADOR
           END-EXEC.
      *
       RTFETCHX.                       EXIT.
      *
      ******************************************************************
       RTINCLUIR                       SECTION.
      ******************************************************************
      *--- INCLUI UMA FAIXA. VIGENCIA INICIAL EM BRANCO OU ZEROS VIRA  *
      *--- A DATA DE HOJE; FINAL EM BRANCO OU ZEROS VIRA 99991231      *
      *--- (SEM ENCERRAMENTO PREVISTO); FAIXA EM BRANCO VIRA 1 (A      *
      *--- PRIMEIRA). FAIXA NOVA DE UMA VIGENCIA JA CADASTRADA ASSUME  *
      *--- O FIM DAQUELA VIGENCIA - TODAS AS FAIXAS DE UMA VIGENCIA    *
      *--- VALEM NO MESMO PERIODO.                                     *
      *
           PERFORM RTRECOLHECAMPOS.
      *
           IF WS-EMPRESA-DIGITADA      EQUAL SPACES
            OR WS-EMPRESA-DIGITADA     NOT NUMERIC
               MOVE 'EMPRESA NUMERICA OBRIGATORIA (0000 = PADRAO)'
                                       TO WS-MSG-MANTTARI
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-TRANSACAO-DIGITADA    EQUAL SPACES
               MOVE 'TRANSACAO OBRIGATORIA - NADA INCLUIDO'
                                       TO WS-MSG-MANTTARI
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-TARIFA-DIGITADA       EQUAL SPACES
            OR WS-TARIFA-DIGITADA      NOT NUMERIC
               MOVE 'TARIFA COM 9 DIGITOS (5 INTEIROS E 4 DECIMAIS)'
                                       TO WS-MSG-MANTTARI
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-FAIXA-DIGITADA        EQUAL SPACES
               MOVE 1                  TO WS-FAIXA-NUMERICA
           END-IF.
      *
           IF WS-FAIXA-DIGITADA        NOT NUMERIC
            OR WS-FAIXA-NUMERICA       EQUAL ZEROS
               MOVE 'FAIXA A PARTIR DE 1 COM ATE 9 DIGITOS'
                                       TO WS-MSG-MANTTARI
               GO TO RTINCLUIRX
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
           MOVE WS-EMPRESA-DIGITADA    TO WS-SQL-EMPRESA.
           MOVE WS-TRANSACAO-DIGITADA  TO WS-SQL-TRANSACAO.
           MOVE WS-DTINI-DIGITADA      TO WS-SQL-DT-INICIO.
           MOVE WS-DTFIM-DIGITADA      TO WS-SQL-DT-FIM.
           MOVE WS-FAIXA-NUMERICA      TO WS-SQL-FAIXA.
           MOVE WS-TARIFA-NUMERICA     TO WS-SQL-VALOR.
      *
           PERFORM RTCONSISTE.
           IF WS-MSG-MANTTARI          NOT EQUAL SPACES
               GO TO RTINCLUIRX
           END-IF.
      *
      *--- VIGENCIA JA CADASTRADA: A FAIXA NOVA HERDA O FIM DELA ------*
           EXEC SQL
               SELECT VALUE(MAX(DAT_FIM), ' ')
                 INTO :WS-SQL-DT-FIM
                 FROM AUDITORIA.TB_TARIFA
                WHERE COD_EMPRESA   = :WS-SQL-EMPRESA
                  AND COD_TRANSACAO = :WS-SQL-TRANSACAO
                  AND DAT_INICIO    = :WS-SQL-DT-INICIO
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA CONSULTA DA VIGENCIA - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-SQL-DT-FIM            EQUAL SPACES
               MOVE WS-DTFIM-DIGITADA  TO WS-SQL-DT-FIM
           END-IF.
      *
           IF WS-SQL-DT-FIM            LESS WS-SQL-DT-INICIO
               MOVE 'FIM DA VIGENCIA ANTERIOR AO INICIO - NADA INCLUIDO'
                                       TO WS-MSG-MANTTARI
               GO TO RTINCLUIRX
           END-IF.
      *
           PERFORM RTDATAHORA.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_TARIFA
                   (COD_EMPRESA, COD_TRANSACAO, DAT_INICIO, DAT_FIM,
                    QTD_FAIXA_INICIAL, VLR_TARIFA, NOM_OPERADOR,
                    DAT_HOR_ATUALIZACAO)
               VALUES
                   (:WS-SQL-EMPRESA, :WS-SQL-TRANSACAO,
                    :WS-SQL-DT-INICIO, :WS-SQL-DT-FIM,
                    :WS-SQL-FAIXA, :WS-SQL-VALOR, :WS-OPERADOR,
                    :WS-SQL-DATA-HORA)
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   IF WS-SQL-DT-FIM    EQUAL WS-DTFIM-DIGITADA
                       MOVE 'FAIXA INCLUIDA'
                                       TO WS-MSG-MANTTARI
                   ELSE
                       MOVE 'FAIXA INCLUIDA COM O FIM DA VIGENCIA'
                                       TO WS-MSG-MANTTARI
                   END-IF
               WHEN -803
                   MOVE 'FAIXA JA CADASTRADA - USE PF5 PARA ALTERAR'
                                       TO WS-MSG-MANTTARI
               WHEN OTHER
                   MOVE 'ERRO NA INCLUSAO - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
           END-EVALUATE.
      *
       RTINCLUIRX.                     EXIT.
      *
      ******************************************************************
       RTALTERAR                       SECTION.
      ******************************************************************
      *--- ALTERA O PRECO DE UMA FAIXA EXISTENTE, IDENTIFICADA POR     *
      *--- EMPRESA, TRANSACAO, INICIO DA VIGENCIA E INICIO DA FAIXA.   *
      *--- PARA MUDAR O PRECO A PARTIR DE UMA DATA, ENCERRE A VIGENCIA *
      *--- (PF6) E INCLUA OUTRA (PF4) - O MES JA FATURADO NAO MUDA.    *
      *
           PERFORM RTRECOLHECAMPOS.
      *
           IF WS-EMPRESA-DIGITADA      EQUAL SPACES
            OR WS-EMPRESA-DIGITADA     NOT NUMERIC
            OR WS-TRANSACAO-DIGITADA   EQUAL SPACES
            OR WS-DTINI-DIGITADA       EQUAL SPACES
               MOVE 'EMPRESA, TRANSACAO E VIGENCIA OBRIGATORIAS'
                                       TO WS-MSG-MANTTARI
               GO TO RTALTERARX
           END-IF.
      *
           IF WS-FAIXA-DIGITADA        EQUAL SPACES
               MOVE 1                  TO WS-FAIXA-NUMERICA
           END-IF.
      *
           IF WS-FAIXA-DIGITADA        NOT NUMERIC
               MOVE 'FAIXA A PARTIR DE 1 COM ATE 9 DIGITOS'
                                       TO WS-MSG-MANTTARI
               GO TO RTALTERARX
           END-IF.
      *
           IF WS-TARIFA-DIGITADA       EQUAL SPACES
            OR WS-TARIFA-DIGITADA      NOT NUMERIC
               MOVE 'TARIFA COM 9 DIGITOS (5 INTEIROS E 4 DECIMAIS)'
                                       TO WS-MSG-MANTTARI
               GO TO RTALTERARX
           END-IF.
      *
           MOVE WS-EMPRESA-DIGITADA    TO WS-SQL-EMPRESA.
           MOVE WS-TRANSACAO-DIGITADA  TO WS-SQL-TRANSACAO.
           MOVE WS-DTINI-DIGITADA      TO WS-SQL-DT-INICIO.
           MOVE WS-FAIXA-NUMERICA      TO WS-SQL-FAIXA.
           MOVE WS-TARIFA-NUMERICA     TO WS-SQL-VALOR.
      *
           PERFORM RTDATAHORA.
      *
           EXEC SQL
               UPDATE AUDITORIA.TB_TARIFA
                  SET VLR_TARIFA          = :WS-SQL-VALOR,
                      NOM_OPERADOR        = :WS-OPERADOR,
                      DAT_HOR_ATUALIZACAO = :WS-SQL-DATA-HORA
                WHERE COD_EMPRESA         = :WS-SQL-EMPRESA
                  AND COD_TRANSACAO       = :WS-SQL-TRANSACAO
                  AND DAT_INICIO          = :WS-SQL-DT-INICIO
                  AND QTD_FAIXA_INICIAL   = :WS-SQL-FAIXA
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'PRECO DA FAIXA ALTERADO'
                                       TO WS-MSG-MANTTARI
               WHEN 100
                   MOVE 'FAIXA NAO CADASTRADA - USE PF4 PARA INCLUIR'
                                       TO WS-MSG-MANTTARI
               WHEN OTHER
                   MOVE 'ERRO NA ALTERACAO - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
           END-EVALUATE.
      *
       RTALTERARX.                     EXIT.
      *
      ******************************************************************
       RTENCERRAR                      SECTION.
      ******************************************************************
      *--- ENCERRA UMA VIGENCIA: TODAS AS SUAS FAIXAS PASSAM A TER A   *
      *--- VIGENCIA FINAL INFORMADA (EM BRANCO, A DATA DE HOJE). O     *
      *--- FATURAMENTO COBRA A TARIFA VIGENTE NO ULTIMO DIA DO MES.    *
      *
           MOVE SPACES                 TO WS-EMPRESA-DIGITADA
                                           WS-TRANSACAO-DIGITADA
                                           WS-DTINI-DIGITADA
                                           WS-DTFIM-DIGITADA.
      *
           DISPLAY 'EMPRESA ..........: ' AT 1801.
           ACCEPT  WS-EMPRESA-DIGITADA AT 1821.
           DISPLAY 'TRANSACAO ........: ' AT 1901.
           ACCEPT  WS-TRANSACAO-DIGITADA AT 1921.
           DISPLAY 'VIGENCIA AAAAMMDD : ' AT 2001.
           ACCEPT  WS-DTINI-DIGITADA   AT 2021.
           DISPLAY 'ENCERRA EM AAAAMMDD ' AT 2101.
           ACCEPT  WS-DTFIM-DIGITADA   AT 2121.
      *
           IF WS-EMPRESA-DIGITADA      EQUAL SPACES
            OR WS-EMPRESA-DIGITADA     NOT NUMERIC
            OR WS-TRANSACAO-DIGITADA   EQUAL SPACES
            OR WS-DTINI-DIGITADA       EQUAL SPACES
               MOVE 'EMPRESA, TRANSACAO E VIGENCIA OBRIGATORIAS'
                                       TO WS-MSG-MANTTARI
               GO TO RTENCERRARX
           END-IF.
      *
           IF WS-DTFIM-DIGITADA        EQUAL SPACES
            OR WS-DTFIM-DIGITADA       NOT NUMERIC
               MOVE WS-DATA-HOJE       TO WS-DTFIM-DIGITADA
           END-IF.
      *
           IF WS-DTFIM-DIGITADA        LESS WS-DTINI-DIGITADA
               MOVE 'ENCERRAMENTO ANTERIOR AO INICIO - NADA ENCERRADO'
                                       TO WS-MSG-MANTTARI
               GO TO RTENCERRARX
           END-IF.
      *
           MOVE WS-EMPRESA-DIGITADA    TO WS-SQL-EMPRESA.
           MOVE WS-TRANSACAO-DIGITADA  TO WS-SQL-TRANSACAO.
           MOVE WS-DTINI-DIGITADA      TO WS-SQL-DT-INICIO.
           MOVE WS-DTFIM-DIGITADA      TO WS-SQL-DT-FIM.
      *
           PERFORM RTDATAHORA.
      *
           EXEC SQL
               UPDATE AUDITORIA.TB_TARIFA
                  SET DAT_FIM             = :WS-SQL-DT-FIM,
                      NOM_OPERADOR        = :WS-OPERADOR,
                      DAT_HOR_ATUALIZACAO = :WS-SQL-DATA-HORA
                WHERE COD_EMPRESA         = :WS-SQL-EMPRESA
                  AND COD_TRANSACAO       = :WS-SQL-TRANSACAO
                  AND DAT_INICIO          = :WS-SQL-DT-INICIO
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'VIGENCIA ENCERRADA'
                                       TO WS-MSG-MANTTARI
               WHEN 100
                   MOVE 'VIGENCIA NAO CADASTRADA'
                                       TO WS-MSG-MANTTARI
               WHEN OTHER
                   MOVE 'ERRO NO ENCERRAMENTO - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
           END-EVALUATE.
      *
       RTENCERRARX.                    EXIT.
      *
      ******************************************************************
       RTRECOLHECAMPOS                 SECTION.
      ******************************************************************
      *--- RECOLHE OS CAMPOS DA MANUTENCAO. DATA DIGITADA NAO NUMERICA *
      *--- E DESCARTADA. A TARIFA E DIGITADA SEM VIRGULA, COM AS       *
      *--- QUATRO ULTIMAS POSICOES DECIMAIS (000012500 = 1,2500).      *
      *
           MOVE SPACES                 TO WS-EMPRESA-DIGITADA
                                           WS-TRANSACAO-DIGITADA
                                           WS-DTINI-DIGITADA
                                           WS-DTFIM-DIGITADA
                                           WS-FAIXA-DIGITADA
                                           WS-TARIFA-DIGITADA.
      *
           DISPLAY 'EMPRESA 0000=PADRAO ' AT 1701.
           ACCEPT  WS-EMPRESA-DIGITADA AT 1721.
           DISPLAY 'TRANSACAO ........: ' AT 1801.
           ACCEPT  WS-TRANSACAO-DIGITADA AT 1821.
           DISPLAY 'VIGENCIA AAAAMMDD : ' AT 1901.
           ACCEPT  WS-DTINI-DIGITADA   AT 1921.
           DISPLAY 'ATE      AAAAMMDD : ' AT 2001.
           ACCEPT  WS-DTFIM-DIGITADA   AT 2021.
           DISPLAY 'FAIXA A PARTIR DE : ' AT 2101.
           ACCEPT  WS-FAIXA-DIGITADA   AT 2121.
           DISPLAY 'TARIFA 5+4 DIG. ..: ' AT 2201.
           ACCEPT  WS-TARIFA-DIGITADA  AT 2221.
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
       RTRECOLHECAMPOSX.               EXIT.
      *
      ******************************************************************
       RTCONSISTE                      SECTION.
      ******************************************************************
      *--- EMPRESA TEM DE EXISTIR NO CADASTRO DE EMPRESAS (OU SER A    *
      *--- 0000, TARIFA PADRAO) E TRANSACAO NO CADASTRO DE TRANSACOES. *
      *
           IF WS-SQL-EMPRESA           EQUAL ZEROS
               GO TO RTCONSISTETRANSACAO
           END-IF.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SQL-QTDE
                 FROM AUDITORIA.TB_EMPRESA
                WHERE COD_EMPRESA   = :WS-SQL-EMPRESA
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA CONSULTA DA EMPRESA - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-QTDE              EQUAL ZEROS
               MOVE 'EMPRESA NAO CADASTRADA - NADA INCLUIDO'
                                       TO WS-MSG-MANTTARI
               GO TO RTCONSISTEX
           END-IF.
      *
       RTCONSISTETRANSACAO.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SQL-QTDE
                 FROM AUDITORIA.TB_COD_TRANSACAO
                WHERE COD_TRANSACAO = :WS-SQL-TRANSACAO
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA CONSULTA DA TRANSACAO - VEJA O DBA'
                                       TO WS-MSG-MANTTARI
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-QTDE              EQUAL ZEROS
               MOVE 'TRANSACAO NAO CADASTRADA - NADA INCLUIDO'
                                       TO WS-MSG-MANTTARI
           END-IF.
      *
       RTCONSISTEX.                    EXIT.
      *
      ******************************************************************
       RTDATAHORA                      SECTION.
      ******************************************************************
      *
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA        FROM TIME.
      *
           MOVE SPACES                 TO WS-SQL-DATA-HORA.
           STRING WS-DATA-HOJE         DELIMITED BY SIZE
                  WS-HORA-AGORA(1:6)   DELIMITED BY SIZE
                                       INTO WS-SQL-DATA-HORA.
      *
       RTDATAHORAX.                    EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
      *
           DISPLAY ERASE.
      *
           DISPLAY 'MANTTARI - TARIFAS POR EMPRESA E TRANSACAO' AT 0101.
           DISPLAY WS-OPERADOR         AT 0171.
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
               MOVE WS-TB-EMPRESA(I01-WSTAB)   TO DET-EMPRESA
               MOVE WS-TB-TRANSACAO(I01-WSTAB) TO DET-TRANSACAO
               MOVE WS-TB-DT-INICIO(I01-WSTAB) TO DET-DT-INICIO
               MOVE WS-TB-DT-FIM(I01-WSTAB)    TO DET-DT-FIM
               MOVE WS-TB-FAIXA(I01-WSTAB)     TO DET-FAIXA
               MOVE WS-TB-VALOR(I01-WSTAB)     TO DET-VALOR
               MOVE WS-TB-OPERADOR(I01-WSTAB)  TO DET-OPERADOR
               EVALUATE TRUE
                   WHEN WS-TB-DT-INICIO(I01-WSTAB) GREATER WS-DATA-HOJE
                       MOVE 'FUTURA'   TO DET-SITUACAO
                   WHEN WS-TB-DT-FIM(I01-WSTAB)    LESS WS-DATA-HOJE
                       MOVE 'ENCERRADA' TO DET-SITUACAO
                   WHEN OTHER
                       MOVE 'VIGENTE'  TO DET-SITUACAO
               END-EVALUATE
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA + 2) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO DENTRO DO CADASTRO --------------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'FAIXAS '            DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADOS     DELIMITED BY SIZE
                  ' - PF4=INCLUI PF5=PRECO PF6=ENCERRA PF3=SAI'
                                       DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-MANTTARI          NOT EQUAL SPACES
               DISPLAY WS-MSG-MANTTARI AT 2401
               MOVE SPACES             TO WS-MSG-MANTTARI
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
