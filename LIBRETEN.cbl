      *    *                   REAPRESENTA NEM LIBERA DE NOVO O QUE    *
      *    *                   JA FOI DECIDIDO.                        *
      *    *-----------------------------------------------------------*
      *    * VERSAO 03    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    HISTORICO DE EVENTOS DO MOVIMENTO       *
      *    *                   (AUDITORIA.TB_EVENTO_MOVTO): CADA       *
      *    *                   DECISAO GRAVADA DEIXA UM EVENTO DE      *
      *    *                   LIBERADO (LIB) OU RECUSADO PELO         *
      *    *                   SUPERVISOR (RCS), COM O MOTIVO DA       *
      *    *                   RETENCAO E O OPERADOR.                  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 04    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    FECHAMENTO DO DIA                       *
      *    *                   (AUDITORIA.TB_FECHAMENTO_DIA, BATCH     *
      *    *                   FECHADIA): COM O DIA DE HOJE FECHADO A  *
      *    *                   TELA NAO ABRE - NOVAS DECISOES SO DEPOIS*
      *    *                   DA REABERTURA PELA TELA REABDIA.        *
      *    *-----------------------------------------------------------*
      *    * VERSAO 05    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    A TELA PASSA A SER CHAMADA TAMBEM PELA  *
      *    *                   CONSOLE DE OPERACAO (CONSOPER): A       *
      *    *                   RTFINALIZA DEVOLVE O CONTROLE A QUEM    *
      *    *                   CHAMOU (EXIT PROGRAM) ANTES DO STOP RUN *
      *    *                   DA EXECUCAO AVULSA.                     *
      *    *-----------------------------------------------------------*
      ******************************************************************
      *
      ******************************************************************
       01  WS-QT-DECIDIDOS         PIC     9(03)         VALUE ZEROS.
       01  WS-QT-LIBERADOS         PIC     9(03)         VALUE ZEROS.
       01  WS-QT-RECUSADOS         PIC     9(03)         VALUE ZEROS.
       01  WS-QT-EVT-FALHAS        PIC     9(03)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DO JORNAL DE MANUTENCOES                               *
      *--- OS CAMPOS DO DETALHE NA LISTA.                             *
       COPY ARQUIVOE.
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
      *--- EVENTO DO HISTORICO DO MOVIMENTO (AUDITORIA.TB_EVENTO_MOVTO)*
       01  WS-EVT-TRANSACAO        PIC     X(04)         VALUE SPACES.
       01  WS-EVT-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.
       01  WS-EVT-EMPRESA          PIC     X(04)         VALUE SPACES.
       01  WS-EVT-VALOR            PIC    S9(11)V99      VALUE ZEROS
                                                         COMP-3.
       01  WS-EVT-DATA-MOVTO       PIC     X(08)         VALUE SPACES.
       01  WS-EVT-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-EVT-CODIGO           PIC     X(03)         VALUE SPACES.
       01  WS-EVT-MOTIVO           PIC     X(04)         VALUE SPACES.
       01  WS-EVT-PROGRAMA         PIC     X(08)         VALUE
           'LIBRETEN'.
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.
      *
      *--- FECHAMENTO DO DIA (AUDITORIA.TB_FECHAMENTO_DIA) ------------*
       01  WS-FEC-DATA             PIC     X(08)         VALUE SPACES.
       01  WS-FEC-SITUACAO         PIC     X(01)         VALUE SPACES.
           88  WS-FEC-FECHADO                            VALUE 'F'.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
           IF WS-OPERADOR              EQUAL SPACES
               MOVE 'SUPERVIS'         TO WS-OPERADOR
           END-IF.
      *
           PERFORM RTVERIFICAFECHADO.
      *
           PERFORM RTCARGA.
      *
      *
       RTINICIOX.                      EXIT.
      *
      ******************************************************************
       RTVERIFICAFECHADO               SECTION.
      ******************************************************************
      *--- COM O DIA DE HOJE JA FECHADO PELO FECHADIA (AUDITORIA.TB_   *
      *--- FECHAMENTO_DIA) A TELA NAO ABRE - NOVAS DECISOES SO DEPOIS  *
      *--- DA REABERTURA NA TELA REABDIA. ERRO NA CONSULTA TAMBEM      *
      *--- IMPEDE A TELA - NA DUVIDA, NADA E GRAVADO.                  *
      *
           ACCEPT WS-FEC-DATA          FROM DATE YYYYMMDD.
      *
           EXEC SQL
               SELECT IND_SITUACAO
                 INTO :WS-FEC-SITUACAO
                 FROM AUDITORIA.TB_FECHAMENTO_DIA
                WHERE DAT_MOVIMENTO    = :WS-FEC-DATA
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   CONTINUE
               WHEN +100
                   MOVE SPACES         TO WS-FEC-SITUACAO
               WHEN OTHER
                   DISPLAY 'ERRO NA CONSULTA AO FECHAMENTO DO DIA = '
                           SQLCODE
                   PERFORM RTFINALIZA
           END-EVALUATE.
      *
           IF WS-FEC-FECHADO
               DISPLAY 'DIA ' WS-FEC-DATA ' JA FECHADO - REABERTURA'
                       ' SO PELA TELA REABDIA'
               PERFORM RTFINALIZA
           END-IF.
      *
       RTVERIFICAFECHADOX.             EXIT.
      *
      ******************************************************************
       RTPROCESSA                      SECTION.
      ******************************************************************
      *
           DISPLAY 'LIBERADOS: ' WS-QT-LIBERADOS
                   '  RECUSADOS: ' WS-QT-RECUSADOS.
      *
           IF WS-QT-EVT-FALHAS         GREATER ZEROS
               DISPLAY 'EVENTOS NAO GRAVADOS NO HISTORICO: '
                       WS-QT-EVT-FALHAS
           END-IF.
      *
       RTGRAVAX.                       EXIT.
      *
      *
           MOVE 'LIBERADO PELO SUPERVISOR' TO WS-IMAGEM-DEPOIS.
           PERFORM RTGRAVAJORNAL.
      *
           MOVE 'LIB'                  TO WS-EVT-CODIGO.
           MOVE 'LIBERADO PELO SUPERVISOR - HLIBERAD'
                                       TO WS-EVT-COMPLEMENTO.
           PERFORM RTGRAVAEVENTO.
      *
       RTGRAVALIBERADOX.               EXIT.
      *
      *
           MOVE 'RECUSADO PELO SUPERVISOR' TO WS-IMAGEM-DEPOIS.
           PERFORM RTGRAVAJORNAL.
      *
           MOVE 'RCS'                  TO WS-EVT-CODIGO.
           MOVE 'RECUSADO PELO SUPERVISOR - HRECUSAD'
                                       TO WS-EVT-COMPLEMENTO.
           PERFORM RTGRAVAEVENTO.
      *
       RTGRAVARECUSADOX.               EXIT.
      *
      *
       RTGRAVAJORNALX.                 EXIT.
      *
      ******************************************************************
       RTGRAVAEVENTO                   SECTION.
      ******************************************************************
      *--- GRAVA NO HISTORICO DO MOVIMENTO A DECISAO SOBRE O RETIDO DA *
      *--- POSICAO I01-WSTAB (CODIGO E COMPLEMENTO JA PREENCHIDOS),    *
      *--- NA CHAVE COMO O MODEL01 O RETEVE. FALHA NO DB2 NAO DESFAZ A *
      *--- DECISAO - SO E CONTADA E EXIBIDA NO FIM.                    *
      *
           MOVE WS-TB-REGISTRO(I01-WSTAB) TO ARQUIVOE.
           MOVE ARQE-COD-TRANSACAO     TO WS-EVT-TRANSACAO.
           MOVE ARQE-DETALHE(5:8)      TO WS-EVT-DATA-EFETIVA.
           MOVE ARQE-DETALHE(13:4)     TO WS-EVT-EMPRESA.
      *
           IF ARQE-VALOR               NUMERIC
               MOVE ARQE-VALOR         TO WS-EVT-VALOR
           ELSE
               MOVE ZEROS              TO WS-EVT-VALOR
           END-IF.
      *
           MOVE WS-TB-MOTIVO(I01-WSTAB) TO WS-EVT-MOTIVO.
           MOVE WS-SUB                 TO WS-EVT-SEQ-ORIGEM.
           MOVE WS-OPERADOR            TO WS-EVT-OPERADOR.
      *
           ACCEPT WS-EVT-DATA-MOVTO    FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-HORA          FROM TIME.
           STRING WS-EVT-DATA-MOVTO    DELIMITED BY SIZE
                  WS-EVT-HORA          DELIMITED BY SIZE
                                       INTO WS-EVT-DATA-HORA.
      *
           ADD 1                       TO WS-EVT-SEQUENCIA.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_EVENTO_MOVTO
                   (COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,
                    VLR_MOVTO, DAT_MOVIMENTO, NUM_SEQ_ORIGEM,
                    COD_EVENTO, COD_MOTIVO, NOM_PROGRAMA,
                    NOM_OPERADOR, DAT_HOR_EVENTO, NUM_SEQ_EVENTO,
                    DES_COMPLEMENTO)
               VALUES
                   (:WS-EVT-TRANSACAO, :WS-EVT-DATA-EFETIVA,
                    :WS-EVT-EMPRESA, :WS-EVT-VALOR,
                    :WS-EVT-DATA-MOVTO, :WS-EVT-SEQ-ORIGEM,
                    :WS-EVT-CODIGO, :WS-EVT-MOTIVO,
                    :WS-EVT-PROGRAMA, :WS-EVT-OPERADOR,
                    :WS-EVT-DATA-HORA, :WS-EVT-SEQUENCIA,
                    :WS-EVT-COMPLEMENTO)
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               ADD 1                   TO WS-QT-EVT-FALHAS
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.
      *
       RTGRAVAEVENTOX.                 EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
       RTFINALIZA                      SECTION.
      ******************************************************************
      *
           EXIT PROGRAM.
           STOP RUN.
      *
       RTFINALIZAX.                    EXIT.
