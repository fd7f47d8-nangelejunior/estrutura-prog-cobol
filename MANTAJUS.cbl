      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. MANTAJUS.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : MANTAJUS                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : AJUSTES MANUAIS DE SALDO COM DUPLO CONTROLE    *
      *    *            (AUDITORIA.TB_AJUSTE). UM OPERADOR INCLUI O    *
      *    *            AJUSTE - EMPRESA, TRANSACAO, TIPO (E = ESTORNO,*
      *    *            SUBTRAI; C = COMPLEMENTO, SOMA), VALOR E       *
      *    *            JUSTIFICATIVA OBRIGATORIA - E ELE FICA         *
      *    *            PENDENTE (P). OUTRO SUPERVISOR APROVA (A) OU   *
      *    *            RECUSA (R). O AUTOR NUNCA APROVA O PROPRIO     *
      *    *            AJUSTE - A REGRA VALE NA TELA E NO PROPRIO     *
      *    *            UPDATE; O AUTOR SO PODE RETIRAR (RECUSAR) O    *
      *    *            QUE INCLUIU. OS APROVADOS SAO LANCADOS A NOITE *
      *    *            PELO GERAJUST, QUE OS MARCA COMO LANCADOS (L)  *
      *    *            COM OS SALDOS ANTES E DEPOIS; O RELAJUST LISTA *
      *    *            O REGISTRO DE AJUSTES DO MES.                  *
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
      *--- OS AJUSTES EM ABERTO (PENDENTES E APROVADOS) E OS DECIDIDOS *
      *--- OU LANCADOS HOJE SAO CARREGADOS DE UMA SO VEZ NA TABELA     *
      *--- ABAIXO (ATE 500, EM ORDEM DE NUMERO) E A PAGINACAO E FEITA  *
      *--- SOBRE A TABELA, COMO NA TELA MANTEMPR.                      *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 015.
       01  WS-QT-CARREGADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 500.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
       01  WS-MSG-MANTAJUS         PIC     X(60)         VALUE SPACES.
      *
       01  WS-TAB.
           03  WS-TB-AJUSTE  OCCURS 500 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-NUMERO    PIC     9(09).
               05  WS-TB-EMPRESA   PIC     9(04).
               05  WS-TB-TRANSACAO PIC     X(04).
               05  WS-TB-TIPO      PIC     X(01).
               05  WS-TB-VALOR     PIC    S9(11)V99      COMP-3.
               05  WS-TB-SITUACAO  PIC     X(01).
               05  WS-TB-AUTOR     PIC     X(08).
               05  WS-TB-APROVADOR PIC     X(08).
      *
      ******************************************************************
      *    AREA DE MANUTENCAO                                          *
      ******************************************************************
       01  WS-NUMERO-DIGITADO      PIC     X(09)         VALUE SPACES.
       01  WS-NUMERO-EXIBIDO       PIC     9(09)         VALUE ZEROS.
       01  WS-EMPRESA-DIGITADA     PIC     X(04)         VALUE SPACES.
       01  WS-TRANSACAO-DIGITADA   PIC     X(04)         VALUE SPACES.
       01  WS-TIPO-DIGITADO        PIC     X(01)         VALUE SPACES.
           88  WS-TIPO-VALIDO                            VALUE 'E'
                                                               'C'.
       01  WS-VALOR-DIGITADO       PIC     X(13)         VALUE SPACES.
       01  WS-VALOR-NUMERICO       REDEFINES WS-VALOR-DIGITADO
                                   PIC     9(11)V99.
       01  WS-JUSTIF-DIGITADA      PIC     X(60)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-LIN-DETALHE.
           03  DET-NUMERO          PIC     9(09).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-EMPRESA         PIC     9(04).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-TRANSACAO       PIC     X(04).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-TIPO            PIC     X(11).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-VALOR           PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-SITUACAO        PIC     X(09).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-AUTOR           PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-APROVADOR       PIC     X(08).
      *
       01  WS-LIN-CABEC.
           03  FILLER              PIC     X(10)         VALUE
           'AJUSTE'.
           03  FILLER              PIC     X(05)         VALUE
           'EMP'.
           03  FILLER              PIC     X(05)         VALUE
           'TRAN'.
           03  FILLER              PIC     X(12)         VALUE
           'TIPO'.
           03  FILLER              PIC     X(19)         VALUE
           '             VALOR'.
           03  FILLER              PIC     X(10)         VALUE
           'SITUACAO'.
           03  FILLER              PIC     X(09)         VALUE
           'AUTOR'.
           03  FILLER              PIC     X(09)         VALUE
           'DECISAO'.
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-NUMERO           PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-EMPRESA          PIC    S9(04)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-TRANSACAO        PIC     X(04)         VALUE SPACES.
       01  WS-SQL-TIPO             PIC     X(01)         VALUE SPACES.
       01  WS-SQL-VALOR            PIC    S9(11)V99      VALUE ZEROS
                                                         COMP-3.
       01  WS-SQL-JUSTIFICATIVA    PIC     X(60)         VALUE SPACES.
       01  WS-SQL-SITUACAO         PIC     X(01)         VALUE SPACES.
       01  WS-SQL-AUTOR            PIC     X(08)         VALUE SPACES.
       01  WS-SQL-APROVADOR        PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DATA-HORA        PIC     X(14)         VALUE SPACES.
       01  WS-SQL-HOJE             PIC     X(08)         VALUE SPACES.
       01  WS-SQL-QTDE             PIC    S9(09)         VALUE ZEROS
                                                         COMP.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
       EXEC SQL
           DECLARE C-AJUSTE CURSOR FOR
           SELECT NUM_AJUSTE, COD_EMPRESA, COD_TRANSACAO, IND_TIPO,
                  VLR_AJUSTE, IND_SITUACAO, NOM_AUTOR,
                  NOM_APROVADOR
             FROM AUDITORIA.TB_AJUSTE
            WHERE IND_SITUACAO IN ('P', 'A')
               OR SUBSTR(DAT_HOR_APROVACAO, 1, 8) = :WS-SQL-HOJE
               OR DAT_LANCAMENTO = :WS-SQL-HOJE
            ORDER BY NUM_AJUSTE
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
           MOVE WS-DATA-HOJE           TO WS-SQL-HOJE.
      *
      *--- IDENTIFICACAO DO OPERADOR - AUTOR OU APROVADOR DO AJUSTE --*
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
      *---   PF4   (02) - INCLUI AJUSTE NOVO (FICA PENDENTE)           *
      *---   PF5   (03) - APROVA UM AJUSTE PENDENTE DE OUTRO AUTOR     *
      *---   PF6   (04) - RECUSA UM AJUSTE PENDENTE                    *
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
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-MANTAJUS
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-MANTAJUS
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '02'
                   PERFORM RTINCLUIR
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '03'
                   PERFORM RTAPROVAR
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '04'
                   PERFORM RTRECUSAR
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
      *--- ABRE O CURSOR E CARREGA ATE 500 AJUSTES, JA ORDENADOS PELO  *
      *--- PROPRIO CURSOR.                                             *
      *
           MOVE ZEROS                  TO WS-QT-CARREGADOS.
           MOVE 001                    TO WS-TOPO.
      *
           EXEC SQL
               OPEN C-AJUSTE
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA ABERTURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
               GO TO RTCARGAX
           END-IF.
      *
           PERFORM RTFETCH.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
                      OR WS-QT-CARREGADOS EQUAL WS-QT-MAXIMO
               ADD 1                   TO WS-QT-CARREGADOS
               SET I01-WSTAB           TO WS-QT-CARREGADOS
               MOVE WS-SQL-NUMERO      TO WS-TB-NUMERO(I01-WSTAB)
               MOVE WS-SQL-EMPRESA     TO WS-TB-EMPRESA(I01-WSTAB)
               MOVE WS-SQL-TRANSACAO   TO WS-TB-TRANSACAO(I01-WSTAB)
               MOVE WS-SQL-TIPO        TO WS-TB-TIPO(I01-WSTAB)
               MOVE WS-SQL-VALOR       TO WS-TB-VALOR(I01-WSTAB)
               MOVE WS-SQL-SITUACAO    TO WS-TB-SITUACAO(I01-WSTAB)
               MOVE WS-SQL-AUTOR       TO WS-TB-AUTOR(I01-WSTAB)
               MOVE WS-SQL-APROVADOR   TO WS-TB-APROVADOR(I01-WSTAB)
               PERFORM RTFETCH
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
           END-IF.
      *
           EXEC SQL
               CLOSE C-AJUSTE
           END-EXEC.
      *
           IF WS-QT-CARREGADOS         EQUAL ZEROS
            AND WS-MSG-MANTAJUS        EQUAL SPACES
               MOVE 'NENHUM AJUSTE EM ABERTO - PF4 INCLUI'
                                       TO WS-MSG-MANTAJUS
           END-IF.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTFETCH                         SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-AJUSTE
                INTO :WS-SQL-NUMERO, :WS-SQL-EMPRESA,
                     :WS-SQL-TRANSACAO, :WS-SQL-TIPO,
                     :WS-SQL-VALOR, :WS-SQL-SITUACAO,
                     :WS-SQL-AUTOR, :WS-SQL-APROVADOR
           END-EXEC.
      *
       RTFETCHX.                       EXIT.
      *
      ******************************************************************
       RTINCLUIR                       SECTION.
      ******************************************************************
      *--- INCLUI UM AJUSTE NOVO, PENDENTE DE APROVACAO. EMPRESA E     *
      *--- TRANSACAO TEM DE ESTAR CADASTRADAS; O VALOR E SEMPRE        *
      *--- POSITIVO (O TIPO DIZ SE SOMA OU SUBTRAI) E A JUSTIFICATIVA  *
      *--- E OBRIGATORIA. O NUMERO E O PROXIMO DA TABELA.              *
      *
           MOVE SPACES                 TO WS-EMPRESA-DIGITADA
                                           WS-TRANSACAO-DIGITADA
                                           WS-TIPO-DIGITADO
                                           WS-VALOR-DIGITADO
                                           WS-JUSTIF-DIGITADA.
      *
           DISPLAY 'EMPRESA ..........: ' AT 1801.
           ACCEPT  WS-EMPRESA-DIGITADA AT 1821.
           DISPLAY 'TRANSACAO ........: ' AT 1901.
           ACCEPT  WS-TRANSACAO-DIGITADA AT 1921.
           DISPLAY 'TIPO E/C .........: ' AT 2001.
           ACCEPT  WS-TIPO-DIGITADO    AT 2021.
           DISPLAY 'VALOR 13 DIG. ....: ' AT 2101.
           ACCEPT  WS-VALOR-DIGITADO   AT 2121.
           DISPLAY 'JUSTIFICATIVA ....: ' AT 2201.
           ACCEPT  WS-JUSTIF-DIGITADA  AT 2221.
      *
           IF WS-EMPRESA-DIGITADA      EQUAL SPACES
            OR WS-EMPRESA-DIGITADA     NOT NUMERIC
               MOVE 'EMPRESA NUMERICA OBRIGATORIA - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-TRANSACAO-DIGITADA    EQUAL SPACES
               MOVE 'TRANSACAO OBRIGATORIA - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           IF NOT WS-TIPO-VALIDO
               MOVE 'TIPO DEVE SER E (ESTORNO) OU C (COMPLEMENTO)'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-VALOR-DIGITADO        NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-VALOR-NUMERICO        EQUAL ZEROS
               MOVE 'VALOR ZERADO - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-JUSTIF-DIGITADA       EQUAL SPACES
               MOVE 'JUSTIFICATIVA OBRIGATORIA - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           MOVE WS-EMPRESA-DIGITADA    TO WS-SQL-EMPRESA.
           MOVE WS-TRANSACAO-DIGITADA  TO WS-SQL-TRANSACAO.
           MOVE WS-TIPO-DIGITADO       TO WS-SQL-TIPO.
           MOVE WS-VALOR-NUMERICO      TO WS-SQL-VALOR.
           MOVE WS-JUSTIF-DIGITADA     TO WS-SQL-JUSTIFICATIVA.
      *
           PERFORM RTCONSISTE.
           IF WS-MSG-MANTAJUS          NOT EQUAL SPACES
               GO TO RTINCLUIRX
           END-IF.
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_AJUSTE), 0) + 1
                 INTO :WS-SQL-NUMERO
                 FROM AUDITORIA.TB_AJUSTE
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA NUMERACAO DO AJUSTE - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
               GO TO RTINCLUIRX
           END-IF.
      *
           PERFORM RTDATAHORA.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_AJUSTE
                   (NUM_AJUSTE, COD_EMPRESA, COD_TRANSACAO, IND_TIPO,
                    VLR_AJUSTE, DES_JUSTIFICATIVA, IND_SITUACAO,
                    NOM_AUTOR, DAT_HOR_INCLUSAO, NOM_APROVADOR,
                    DAT_HOR_APROVACAO, DAT_LANCAMENTO,
                    VLR_SALDO_ANTES, VLR_SALDO_DEPOIS)
               VALUES
                   (:WS-SQL-NUMERO, :WS-SQL-EMPRESA,
                    :WS-SQL-TRANSACAO, :WS-SQL-TIPO,
                    :WS-SQL-VALOR, :WS-SQL-JUSTIFICATIVA, 'P',
                    :WS-OPERADOR, :WS-SQL-DATA-HORA, ' ',
                    ' ', ' ', 0, 0)
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE WS-SQL-NUMERO  TO WS-NUMERO-EXIBIDO
                   MOVE SPACES         TO WS-MSG-MANTAJUS
                   STRING 'AJUSTE '    DELIMITED BY SIZE
                          WS-NUMERO-EXIBIDO DELIMITED BY SIZE
                          ' INCLUIDO - AGUARDA APROVACAO DE OUTRO'
                                       DELIMITED BY SIZE
                          ' SUPERVISOR' DELIMITED BY SIZE
                                       INTO WS-MSG-MANTAJUS
               WHEN -803
                   MOVE 'NUMERO TOMADO POR OUTRA INCLUSAO - REPITA PF4'
                                       TO WS-MSG-MANTAJUS
               WHEN OTHER
                   MOVE 'ERRO NA INCLUSAO - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
           END-EVALUATE.
      *
       RTINCLUIRX.                     EXIT.
      *
      ******************************************************************
       RTAPROVAR                       SECTION.
      ******************************************************************
      *--- APROVA UM AJUSTE PENDENTE. O AUTOR NAO APROVA O PROPRIO     *
      *--- AJUSTE: A TELA RECUSA A TENTATIVA E O UPDATE SO ATUALIZA A  *
      *--- LINHA SE O AUTOR FOR OUTRO, PARA QUE DUAS TELAS ABERTAS AO  *
      *--- MESMO TEMPO TAMBEM NAO CONTORNEM A REGRA.                   *
      *
           PERFORM RTRECOLHENUMERO.
           IF WS-MSG-MANTAJUS          NOT EQUAL SPACES
               GO TO RTAPROVARX
           END-IF.
      *
           IF WS-SQL-SITUACAO          NOT EQUAL 'P'
               MOVE 'AJUSTE NAO ESTA PENDENTE - NADA APROVADO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTAPROVARX
           END-IF.
      *
           IF WS-SQL-AUTOR             EQUAL WS-OPERADOR
               MOVE 'O AUTOR NAO PODE APROVAR O PROPRIO AJUSTE'
                                       TO WS-MSG-MANTAJUS
               GO TO RTAPROVARX
           END-IF.
      *
           PERFORM RTDATAHORA.
      *
           EXEC SQL
               UPDATE AUDITORIA.TB_AJUSTE
                  SET IND_SITUACAO      = 'A',
                      NOM_APROVADOR     = :WS-OPERADOR,
                      DAT_HOR_APROVACAO = :WS-SQL-DATA-HORA
                WHERE NUM_AJUSTE        = :WS-SQL-NUMERO
                  AND IND_SITUACAO      = 'P'
                  AND NOM_AUTOR        <> :WS-OPERADOR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'AJUSTE APROVADO - SERA LANCADO NESTA NOITE'
                                       TO WS-MSG-MANTAJUS
               WHEN 100
                   MOVE 'AJUSTE JA DECIDIDO POR OUTRO SUPERVISOR'
                                       TO WS-MSG-MANTAJUS
               WHEN OTHER
                   MOVE 'ERRO NA APROVACAO - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
           END-EVALUATE.
      *
       RTAPROVARX.                     EXIT.
      *
      ******************************************************************
       RTRECUSAR                       SECTION.
      ******************************************************************
      *--- RECUSA UM AJUSTE PENDENTE. O SUPERVISOR RECUSA O AJUSTE DE  *
      *--- OUTRO AUTOR; O PROPRIO AUTOR PODE RETIRAR O QUE INCLUIU.    *
      *--- EM AMBOS OS CASOS QUEM RECUSOU FICA REGISTRADO NA DECISAO.  *
      *
           PERFORM RTRECOLHENUMERO.
           IF WS-MSG-MANTAJUS          NOT EQUAL SPACES
               GO TO RTRECUSARX
           END-IF.
      *
           IF WS-SQL-SITUACAO          NOT EQUAL 'P'
               MOVE 'AJUSTE NAO ESTA PENDENTE - NADA RECUSADO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTRECUSARX
           END-IF.
      *
           PERFORM RTDATAHORA.
      *
           EXEC SQL
               UPDATE AUDITORIA.TB_AJUSTE
                  SET IND_SITUACAO      = 'R',
                      NOM_APROVADOR     = :WS-OPERADOR,
                      DAT_HOR_APROVACAO = :WS-SQL-DATA-HORA
                WHERE NUM_AJUSTE        = :WS-SQL-NUMERO
                  AND IND_SITUACAO      = 'P'
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   IF WS-SQL-AUTOR     EQUAL WS-OPERADOR
                       MOVE 'AJUSTE RETIRADO PELO AUTOR'
                                       TO WS-MSG-MANTAJUS
                   ELSE
                       MOVE 'AJUSTE RECUSADO'
                                       TO WS-MSG-MANTAJUS
                   END-IF
               WHEN 100
                   MOVE 'AJUSTE JA DECIDIDO POR OUTRO SUPERVISOR'
                                       TO WS-MSG-MANTAJUS
               WHEN OTHER
                   MOVE 'ERRO NA RECUSA - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
           END-EVALUATE.
      *
       RTRECUSARX.                     EXIT.
      *
      ******************************************************************
       RTRECOLHENUMERO                 SECTION.
      ******************************************************************
      *--- PEDE O NUMERO DO AJUSTE E LE A LINHA ATUAL PARA AS AREAS DE *
      *--- DB2, MOSTRANDO A JUSTIFICATIVA ANTES DA DECISAO. NAO ACHOU  *
      *--- OU ERRO DEIXA A MENSAGEM PREENCHIDA.                        *
      *
           MOVE SPACES                 TO WS-NUMERO-DIGITADO.
      *
           DISPLAY 'AJUSTE ...........: ' AT 2201.
           ACCEPT  WS-NUMERO-DIGITADO  AT 2221.
      *
           IF WS-NUMERO-DIGITADO       EQUAL SPACES
            OR WS-NUMERO-DIGITADO      NOT NUMERIC
               MOVE 'NUMERO DO AJUSTE COM 9 DIGITOS - NADA FEITO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTRECOLHENUMEROX
           END-IF.
      *
           MOVE WS-NUMERO-DIGITADO     TO WS-SQL-NUMERO.
      *
           EXEC SQL
               SELECT IND_SITUACAO, NOM_AUTOR, DES_JUSTIFICATIVA
                 INTO :WS-SQL-SITUACAO, :WS-SQL-AUTOR,
                      :WS-SQL-JUSTIFICATIVA
                 FROM AUDITORIA.TB_AJUSTE
                WHERE NUM_AJUSTE = :WS-SQL-NUMERO
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   DISPLAY WS-SQL-JUSTIFICATIVA AT 2101
               WHEN 100
                   MOVE 'AJUSTE NAO CADASTRADO'
                                       TO WS-MSG-MANTAJUS
               WHEN OTHER
                   MOVE 'ERRO NA CONSULTA - VEJA O DBA'
                                       TO WS-MSG-MANTAJUS
           END-EVALUATE.
      *
       RTRECOLHENUMEROX.               EXIT.
      *
      ******************************************************************
       RTCONSISTE                      SECTION.
      ******************************************************************
      *--- EMPRESA TEM DE EXISTIR NO CADASTRO DE EMPRESAS E TRANSACAO  *
      *--- NO CADASTRO DE TRANSACOES - O AJUSTE NAO CRIA SALDO PARA    *
      *--- UMA CHAVE QUE O MODEL01 REJEITARIA.                         *
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
                                       TO WS-MSG-MANTAJUS
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-QTDE              EQUAL ZEROS
               MOVE 'EMPRESA NAO CADASTRADA - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
               GO TO RTCONSISTEX
           END-IF.
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
                                       TO WS-MSG-MANTAJUS
               GO TO RTCONSISTEX
           END-IF.
      *
           IF WS-SQL-QTDE              EQUAL ZEROS
               MOVE 'TRANSACAO NAO CADASTRADA - NADA INCLUIDO'
                                       TO WS-MSG-MANTAJUS
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
           DISPLAY 'MANTAJUS - AJUSTES MANUAIS DE SALDO' AT 0101.
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
               MOVE WS-TB-NUMERO(I01-WSTAB)    TO DET-NUMERO
               MOVE WS-TB-EMPRESA(I01-WSTAB)   TO DET-EMPRESA
               MOVE WS-TB-TRANSACAO(I01-WSTAB) TO DET-TRANSACAO
               MOVE WS-TB-VALOR(I01-WSTAB)     TO DET-VALOR
               MOVE WS-TB-AUTOR(I01-WSTAB)     TO DET-AUTOR
               MOVE WS-TB-APROVADOR(I01-WSTAB) TO DET-APROVADOR
               IF WS-TB-TIPO(I01-WSTAB)        EQUAL 'E'
                   MOVE 'ESTORNO'      TO DET-TIPO
               ELSE
                   MOVE 'COMPLEMENTO'  TO DET-TIPO
               END-IF
               EVALUATE WS-TB-SITUACAO(I01-WSTAB)
                   WHEN 'P'
                       MOVE 'PENDENTE' TO DET-SITUACAO
                   WHEN 'A'
                       MOVE 'APROVADO' TO DET-SITUACAO
                   WHEN 'R'
                       MOVE 'RECUSADO' TO DET-SITUACAO
                   WHEN 'L'
                       MOVE 'LANCADO'  TO DET-SITUACAO
                   WHEN OTHER
                       MOVE '?'        TO DET-SITUACAO
               END-EVALUATE
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA + 2) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO DENTRO DA LISTA -----------------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'AJUSTES '           DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADOS     DELIMITED BY SIZE
                  ' - PF4=INCLUI PF5=APROVA PF6=RECUSA PF3=SAI'
                                       DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-MANTAJUS          NOT EQUAL SPACES
               DISPLAY WS-MSG-MANTAJUS AT 2401
               MOVE SPACES             TO WS-MSG-MANTAJUS
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
