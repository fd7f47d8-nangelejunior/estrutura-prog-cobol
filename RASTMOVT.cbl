      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. RASTMOVT.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : RASTMOVT                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : RASTREIO DE UM MOVIMENTO POR TODAS AS ETAPAS.  *
      *    *            O OPERADOR INFORMA A CHAVE ORIGINAL DO DETALHE *
      *    *            DO EARQUIVO - TRANSACAO, DATA EFETIVA, EMPRESA *
      *    *            E, SE QUISER, O VALOR - E A TELA LISTA EM      *
      *    *            ORDEM CRONOLOGICA TODOS OS EVENTOS GRAVADOS NO *
      *    *            HISTORICO DO MOVIMENTO (AUDITORIA.TB_EVENTO_   *
      *    *            MOVTO) PELO MODEL01, CORRREJ, RESSUBME,        *
      *    *            LIBRETEN, LIBAGEND, POSTSALD E CONFRET: ONDE   *
      *    *            FOI GRAVADO, REJEITADO (E POR QUE), SUPRIMIDO, *
      *    *            RETIDO, AGENDADO, CORRIGIDO, LIBERADO OU       *
      *    *            RECUSADO (E POR QUEM), LANCADO EM SALDO E      *
      *    *            ACEITO OU RECUSADO NO RETORNO DA EMPRESA, COM  *
      *    *            A DATA DE MOVIMENTO E A POSICAO NO ARQUIVO DE  *
      *    *            CADA ETAPA. SO CONSULTA - NADA E ALTERADO.     *
      *    *-----------------------------------------------------------*
      *    * VERSAO 01    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 02    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    PF3 NO PEDIDO DA CHAVE: NA ENTRADA SAI  *
      *    *                   DO PROGRAMA; NA NOVA CONSULTA (PF4)     *
      *    *                   VOLTA A LISTA QUE ESTAVA NA TELA.       *
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
      *
      *--- PEDIDO DA CHAVE: NA ENTRADA (SEM LISTA AINDA) OU PELA PF4,  *
      *--- COM A LISTA DA CONSULTA ANTERIOR NA TELA.                   *
       01  WS-IND-CHAVE            PIC     X(01)         VALUE 'E'.
           88  WS-CHAVE-ENTRADA                          VALUE 'E'.
           88  WS-CHAVE-NOVA-CONSULTA                    VALUE 'N'.
       01  WS-IND-DESISTENCIA      PIC     X(01)         VALUE 'N'.
           88  WS-DESISTIU                               VALUE 'S'.
           88  WS-NAO-DESISTIU                           VALUE 'N'.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
      ******************************************************************
      *--- OS EVENTOS DO MOVIMENTO SAO CARREGADOS DE UMA SO VEZ NA     *
      *--- TABELA ABAIXO (ATE 500, EM ORDEM CRONOLOGICA) E A PAGINACAO *
      *--- E FEITA SOBRE A TABELA, COMO NA TELA MANTAJUS. CADA EVENTO  *
      *--- OCUPA DUAS LINHAS DA TELA.                                  *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 008.
       01  WS-QT-CARREGADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 500.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
       01  WS-MSG-RASTMOVT         PIC     X(60)         VALUE SPACES.
       01  WS-SITUACAO-ATUAL       PIC     X(80)         VALUE SPACES.
      *
       01  WS-TAB.
           03  WS-TB-EVENTO  OCCURS 500 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-DATA-HORA PIC     X(16).
               05  WS-TB-CODIGO    PIC     X(03).
               05  WS-TB-PROGRAMA  PIC     X(08).
               05  WS-TB-MOTIVO    PIC     X(04).
               05  WS-TB-OPERADOR  PIC     X(08).
               05  WS-TB-DATA-MOVTO
                                   PIC     X(08).
               05  WS-TB-SEQ-ORIGEM
                                   PIC     9(09).
               05  WS-TB-VALOR     PIC    S9(11)V99      COMP-3.
               05  WS-TB-COMPLEMENTO
                                   PIC     X(40).
      *
      ******************************************************************
      *    AREA DA CHAVE CONSULTADA                                    *
      ******************************************************************
      *--- A CHAVE E PROCURADA COMO CHEGOU NO ARQUIVO (DATA E EMPRESA  *
      *--- COM OS ZEROS A ESQUERDA): ASSIM ATE UM MOVIMENTO REJEITADO  *
      *--- POR CAMPO INVALIDO PODE SER RASTREADO.                      *
       01  WS-TRANSACAO-DIGITADA   PIC     X(04)         VALUE SPACES.
       01  WS-DATA-DIGITADA        PIC     X(08)         VALUE SPACES.
       01  WS-EMPRESA-DIGITADA     PIC     X(04)         VALUE SPACES.
       01  WS-VALOR-DIGITADO       PIC     X(13)         VALUE SPACES.
       01  WS-VALOR-NUMERICO       REDEFINES WS-VALOR-DIGITADO
                                   PIC     9(11)V99.
       01  WS-DESCRICAO            PIC     X(20)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-LIN-DETALHE.
           03  DET-DATA            PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-HORA            PIC     X(06).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-EVENTO          PIC     X(20).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-PROGRAMA        PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-MOTIVO          PIC     X(04).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-OPERADOR        PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-DATA-MOVTO      PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  DET-SEQ-ORIGEM      PIC     9(09).
      *
       01  WS-LIN-COMPLEMENTO.
           03  FILLER              PIC     X(05)         VALUE SPACES.
           03  CPL-VALOR           PIC    -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  CPL-TEXTO           PIC     X(40).
      *
       01  WS-LIN-CABEC.
           03  FILLER              PIC     X(16)         VALUE
           'DATA     HORA'.
           03  FILLER              PIC     X(21)         VALUE
           'EVENTO'.
           03  FILLER              PIC     X(09)         VALUE
           'PROGRAMA'.
           03  FILLER              PIC     X(05)         VALUE
           'MOT'.
           03  FILLER              PIC     X(09)         VALUE
           'OPERADOR'.
           03  FILLER              PIC     X(09)         VALUE
           'MOVTO'.
           03  FILLER              PIC     X(09)         VALUE
           'POSICAO'.
      *
       01  WS-LIN-CHAVE.
           03  FILLER              PIC     X(12)         VALUE
           'TRANSACAO: '.
           03  CHV-TRANSACAO       PIC     X(04).
           03  FILLER              PIC     X(10)         VALUE
           '  EFETIVA:'.
           03  FILLER              PIC     X(01)         VALUE SPACES.
           03  CHV-DATA            PIC     X(08).
           03  FILLER              PIC     X(11)         VALUE
           '  EMPRESA: '.
           03  CHV-EMPRESA         PIC     X(04).
           03  FILLER              PIC     X(09)         VALUE
           '  VALOR: '.
           03  CHV-VALOR           PIC     X(18).
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-TRANSACAO        PIC     X(04)         VALUE SPACES.
       01  WS-SQL-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.
       01  WS-SQL-EMPRESA          PIC     X(04)         VALUE SPACES.
       01  WS-SQL-VALOR-MIN        PIC    S9(11)V99      VALUE ZEROS
                                                         COMP-3.
       01  WS-SQL-VALOR-MAX        PIC    S9(11)V99      VALUE ZEROS
                                                         COMP-3.
       01  WS-SQL-DATA-HORA        PIC     X(16)         VALUE SPACES.
       01  WS-SQL-CODIGO           PIC     X(03)         VALUE SPACES.
       01  WS-SQL-PROGRAMA         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-MOTIVO           PIC     X(04)         VALUE SPACES.
       01  WS-SQL-OPERADOR         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DATA-MOVTO       PIC     X(08)         VALUE SPACES.
       01  WS-SQL-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-VALOR            PIC    S9(11)V99      VALUE ZEROS
                                                         COMP-3.
       01  WS-SQL-COMPLEMENTO      PIC     X(40)         VALUE SPACES.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
      *--- SEM VALOR INFORMADO A FAIXA VAI DE PONTA A PONTA E TODOS OS *
      *--- EVENTOS DA CHAVE APARECEM.                                  *
       EXEC SQL
           DECLARE C-EVENTO CURSOR FOR
           SELECT DAT_HOR_EVENTO, COD_EVENTO, NOM_PROGRAMA,
                  COD_MOTIVO, NOM_OPERADOR, DAT_MOVIMENTO,
                  NUM_SEQ_ORIGEM, VLR_MOVTO, DES_COMPLEMENTO
             FROM AUDITORIA.TB_EVENTO_MOVTO
            WHERE COD_TRANSACAO = :WS-SQL-TRANSACAO
              AND DAT_EFETIVA   = :WS-SQL-DATA-EFETIVA
              AND COD_EMPRESA   = :WS-SQL-EMPRESA
              AND VLR_MOVTO BETWEEN :WS-SQL-VALOR-MIN
                                AND :WS-SQL-VALOR-MAX
            ORDER BY DAT_HOR_EVENTO, NUM_SEQ_EVENTO
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
           PERFORM RTCHAVE.
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
      *---   PF4   (02) - NOVA CONSULTA (OUTRA CHAVE) - PF3 NO PEDIDO  *
      *---                  DA CHAVE VOLTA A ESTA LISTA                *
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
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-RASTMOVT
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-RASTMOVT
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '02'
                   SET WS-CHAVE-NOVA-CONSULTA TO TRUE
                   PERFORM RTCHAVE
                   IF WS-NAO-DESISTIU
                       PERFORM RTCARGA
                   END-IF
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
       RTCHAVE                         SECTION.
      ******************************************************************
      *--- PEDE A CHAVE DO MOVIMENTO ATE VIR UMA COMPLETA. O VALOR E   *
      *--- OPCIONAL (13 DIGITOS, SEM VIRGULA) E SO SEPARA MOVIMENTOS   *
      *--- DE MESMA TRANSACAO, DATA E EMPRESA. PF3 DESISTE: NA ENTRADA *
      *--- ENCERRA O PROGRAMA; NA NOVA CONSULTA (PF4) VOLTA A LISTA    *
      *--- ANTERIOR, COM A CHAVE DELA INTACTA.                         *
      *
           SET WS-NAO-DESISTIU         TO TRUE.
      *
       RTCHAVEPEDE.
      *
           MOVE SPACES                 TO WS-TRANSACAO-DIGITADA
                                           WS-DATA-DIGITADA
                                           WS-EMPRESA-DIGITADA
                                           WS-VALOR-DIGITADO.
      *
           DISPLAY ERASE.
           DISPLAY 'RASTMOVT - RASTREIO DE MOVIMENTO' AT 0101.
           IF WS-MSG-RASTMOVT          NOT EQUAL SPACES
               DISPLAY WS-MSG-RASTMOVT AT 2401
               MOVE SPACES             TO WS-MSG-RASTMOVT
           END-IF.
      *
           DISPLAY 'TRANSACAO ........: ' AT 0501.
           ACCEPT  WS-TRANSACAO-DIGITADA AT 0521.
           DISPLAY 'DATA EFETIVA .....: ' AT 0601.
           ACCEPT  WS-DATA-DIGITADA    AT 0621.
           DISPLAY 'EMPRESA ..........: ' AT 0701.
           ACCEPT  WS-EMPRESA-DIGITADA AT 0721.
           DISPLAY 'VALOR 13 DIG. ....: ' AT 0801.
           ACCEPT  WS-VALOR-DIGITADO   AT 0821.
           ACCEPT  WS-TECLA            FROM ESCAPE KEY.
      *
           IF WS-TECLA                 EQUAL '01'
               IF WS-CHAVE-NOVA-CONSULTA
                   SET WS-DESISTIU     TO TRUE
                   GO TO RTCHAVEX
               END-IF
               PERFORM RTFINALIZA
           END-IF.
      *
           IF WS-TRANSACAO-DIGITADA    EQUAL SPACES
            OR WS-DATA-DIGITADA        EQUAL SPACES
            OR WS-EMPRESA-DIGITADA     EQUAL SPACES
               MOVE 'TRANSACAO, DATA EFETIVA E EMPRESA SAO OBRIGATORIAS'
                                       TO WS-MSG-RASTMOVT
               GO TO RTCHAVEPEDE
           END-IF.
      *
           IF WS-VALOR-DIGITADO        NOT EQUAL SPACES
            AND WS-VALOR-DIGITADO      NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO - INFORME 13 DIGITOS OU NADA'
                                       TO WS-MSG-RASTMOVT
               GO TO RTCHAVEPEDE
           END-IF.
      *
           MOVE WS-TRANSACAO-DIGITADA  TO WS-SQL-TRANSACAO
                                           CHV-TRANSACAO.
           MOVE WS-DATA-DIGITADA       TO WS-SQL-DATA-EFETIVA
                                           CHV-DATA.
           MOVE WS-EMPRESA-DIGITADA    TO WS-SQL-EMPRESA
                                           CHV-EMPRESA.
      *
           IF WS-VALOR-DIGITADO        EQUAL SPACES
               MOVE -99999999999,99    TO WS-SQL-VALOR-MIN
               MOVE  99999999999,99    TO WS-SQL-VALOR-MAX
               MOVE 'QUALQUER'         TO CHV-VALOR
           ELSE
               MOVE WS-VALOR-NUMERICO  TO WS-SQL-VALOR-MIN
                                           WS-SQL-VALOR-MAX
                                           WS-SQL-VALOR
               MOVE WS-SQL-VALOR       TO CPL-VALOR
               MOVE CPL-VALOR(2:18)    TO CHV-VALOR
           END-IF.
      *
       RTCHAVEX.                       EXIT.
      *
      ******************************************************************
       RTCARGA                         SECTION.
      ******************************************************************
      *--- ABRE O CURSOR E CARREGA ATE 500 EVENTOS, JA EM ORDEM        *
      *--- CRONOLOGICA PELO PROPRIO CURSOR. A SITUACAO ATUAL DO        *
      *--- MOVIMENTO E A DO ULTIMO EVENTO.                             *
      *
           MOVE ZEROS                  TO WS-QT-CARREGADOS.
           MOVE 001                    TO WS-TOPO.
           MOVE SPACES                 TO WS-SITUACAO-ATUAL.
      *
           EXEC SQL
               OPEN C-EVENTO
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA ABERTURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-RASTMOVT
               GO TO RTCARGAX
           END-IF.
      *
           PERFORM RTFETCH.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
                      OR WS-QT-CARREGADOS EQUAL WS-QT-MAXIMO
               ADD 1                   TO WS-QT-CARREGADOS
               SET I01-WSTAB           TO WS-QT-CARREGADOS
               MOVE WS-SQL-DATA-HORA   TO WS-TB-DATA-HORA(I01-WSTAB)
               MOVE WS-SQL-CODIGO      TO WS-TB-CODIGO(I01-WSTAB)
               MOVE WS-SQL-PROGRAMA    TO WS-TB-PROGRAMA(I01-WSTAB)
               MOVE WS-SQL-MOTIVO      TO WS-TB-MOTIVO(I01-WSTAB)
               MOVE WS-SQL-OPERADOR    TO WS-TB-OPERADOR(I01-WSTAB)
               MOVE WS-SQL-DATA-MOVTO  TO WS-TB-DATA-MOVTO(I01-WSTAB)
               MOVE WS-SQL-SEQ-ORIGEM  TO WS-TB-SEQ-ORIGEM(I01-WSTAB)
               MOVE WS-SQL-VALOR       TO WS-TB-VALOR(I01-WSTAB)
               MOVE WS-SQL-COMPLEMENTO TO WS-TB-COMPLEMENTO(I01-WSTAB)
               PERFORM RTFETCH
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-RASTMOVT
           END-IF.
      *
           IF SQLCODE                  EQUAL ZEROS
            AND WS-QT-CARREGADOS       EQUAL WS-QT-MAXIMO
               MOVE 'MAIS DE 500 EVENTOS - INFORME O VALOR PARA FILTRAR'
                                       TO WS-MSG-RASTMOVT
           END-IF.
      *
           EXEC SQL
               CLOSE C-EVENTO
           END-EXEC.
      *
           IF WS-QT-CARREGADOS         EQUAL ZEROS
               IF WS-MSG-RASTMOVT      EQUAL SPACES
                   MOVE 'NENHUM EVENTO PARA A CHAVE - PF4 NOVA CONSULTA'
                                       TO WS-MSG-RASTMOVT
               END-IF
               GO TO RTCARGAX
           END-IF.
      *
           SET I01-WSTAB               TO WS-QT-CARREGADOS.
           MOVE WS-TB-CODIGO(I01-WSTAB) TO WS-SQL-CODIGO.
           PERFORM RTDESCREVE.
           STRING 'SITUACAO ATUAL: '   DELIMITED BY SIZE
                  WS-DESCRICAO         DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WS-TB-DATA-HORA(I01-WSTAB)(1:8)
                                       DELIMITED BY SIZE
                  ' PELO '             DELIMITED BY SIZE
                  WS-TB-PROGRAMA(I01-WSTAB)
                                       DELIMITED BY SIZE
                                       INTO WS-SITUACAO-ATUAL.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTFETCH                         SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-EVENTO
                INTO :WS-SQL-DATA-HORA, :WS-SQL-CODIGO,
                     :WS-SQL-PROGRAMA, :WS-SQL-MOTIVO,
                     :WS-SQL-OPERADOR, :WS-SQL-DATA-MOVTO,
                     :WS-SQL-SEQ-ORIGEM, :WS-SQL-VALOR,
                     :WS-SQL-COMPLEMENTO
           END-EXEC.
      *
       RTFETCHX.                       EXIT.
      *
      ******************************************************************
       RTDESCREVE                      SECTION.
      ******************************************************************
      *--- DESCRICAO DO CODIGO DE EVENTO EM WS-SQL-CODIGO.             *
      *
           EVALUATE WS-SQL-CODIGO
               WHEN 'GRV'
                   MOVE 'GRAVADO NA SAIDA'     TO WS-DESCRICAO
               WHEN 'REJ'
                   MOVE 'REJEITADO'            TO WS-DESCRICAO
               WHEN 'DUP'
                   MOVE 'DUPLICADO SUPRIMIDO'  TO WS-DESCRICAO
               WHEN 'RET'
                   MOVE 'RETIDO POR LIMITE'    TO WS-DESCRICAO
               WHEN 'AGD'
                   MOVE 'AGENDADO'             TO WS-DESCRICAO
               WHEN 'COR'
                   MOVE 'CORRIGIDO'            TO WS-DESCRICAO
               WHEN 'RES'
                   MOVE 'RESUBMETIDO'          TO WS-DESCRICAO
               WHEN 'LIB'
                   MOVE 'LIBERADO SUPERVISOR'  TO WS-DESCRICAO
               WHEN 'RCS'
                   MOVE 'RECUSADO SUPERVISOR'  TO WS-DESCRICAO
               WHEN 'LAG'
                   MOVE 'LIBERADO DA AGENDA'   TO WS-DESCRICAO
               WHEN 'CAN'
                   MOVE 'CANCELADO NA AGENDA'  TO WS-DESCRICAO
               WHEN 'LAN'
                   MOVE 'LANCADO EM SALDO'     TO WS-DESCRICAO
               WHEN 'ACE'
                   MOVE 'ACEITO NO RETORNO'    TO WS-DESCRICAO
               WHEN 'RCR'
                   MOVE 'RECUSADO NO RETORNO'  TO WS-DESCRICAO
               WHEN OTHER
                   MOVE WS-SQL-CODIGO          TO WS-DESCRICAO
           END-EVALUATE.
      *
       RTDESCREVEX.                    EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
      *
           DISPLAY ERASE.
      *
           DISPLAY 'RASTMOVT - RASTREIO DE MOVIMENTO' AT 0101.
           DISPLAY WS-LIN-CHAVE        AT 0201.
           DISPLAY WS-SITUACAO-ATUAL   AT 0301.
           DISPLAY WS-LIN-CABEC        AT 0401.
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
               MOVE WS-TB-DATA-HORA(I01-WSTAB)(1:8)  TO DET-DATA
               MOVE WS-TB-DATA-HORA(I01-WSTAB)(9:6)  TO DET-HORA
               MOVE WS-TB-CODIGO(I01-WSTAB)          TO WS-SQL-CODIGO
               PERFORM RTDESCREVE
               MOVE WS-DESCRICAO                     TO DET-EVENTO
               MOVE WS-TB-PROGRAMA(I01-WSTAB)        TO DET-PROGRAMA
               MOVE WS-TB-MOTIVO(I01-WSTAB)          TO DET-MOTIVO
               MOVE WS-TB-OPERADOR(I01-WSTAB)        TO DET-OPERADOR
               MOVE WS-TB-DATA-MOVTO(I01-WSTAB)      TO DET-DATA-MOVTO
               MOVE WS-TB-SEQ-ORIGEM(I01-WSTAB)      TO DET-SEQ-ORIGEM
               MOVE WS-TB-VALOR(I01-WSTAB)           TO CPL-VALOR
               MOVE WS-TB-COMPLEMENTO(I01-WSTAB)     TO CPL-TEXTO
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA * 2 + 3) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
               ADD 100                 TO WS-POSICAO
               DISPLAY WS-LIN-COMPLEMENTO AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO DENTRO DA LISTA -----------------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'EVENTOS '           DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADOS     DELIMITED BY SIZE
                  ' - PF4=NOVA CONSULTA PF7=VOLTA PF3=SAI'
                                       DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-RASTMOVT          NOT EQUAL SPACES
               DISPLAY WS-MSG-RASTMOVT AT 2401
               MOVE SPACES             TO WS-MSG-RASTMOVT
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
