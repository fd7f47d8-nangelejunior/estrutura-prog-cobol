      *    *#FUNCAO   : CORRECAO EM TELA DOS REGISTROS REJEITADOS PELA *
      *    *            CRITICA DO MODEL01 (ARQUIVO RARQUIVO/SYS040).  *
      *    *            A TELA LISTA UMA GERACAO DO RARQUIVO COM O     *
      *    *            MOTIVO DE CADA REJEICAO (R001-R007), DEIXA O   *
      *    *            OPERADOR CORRIGIR O CAMPO REPROVADO DO         *
      *    *            REGISTRO ORIGINAL DE 200 BYTES E GRAVA OS      *
      *    *            REGISTROS CORRIGIDOS NO ARQUIVO RCORRIG, QUE   *
      *    *                   NAO REAPRESENTA NEM REENVIA O QUE JA    *
      *    *                   FOI CORRIGIDO.                          *
      *    *-----------------------------------------------------------*
      *    * VERSAO 03    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    REJEICOES DO CADASTRO DE EMPRESAS       *
      *    *                   (R005 = EMPRESA FORA DO CADASTRO, R006  *
      *    *                   = EMPRESA INATIVA NA DATA EFETIVA) SAO  *
      *    *                   CORRIGIDAS NO CAMPO EMPRESA, COMO R003. *
      *    *-----------------------------------------------------------*
      *    * VERSAO 04    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    REJEICAO POR DATA EFETIVA EM DIA NAO    *
      *    *                   UTIL (R007 = SABADO, DOMINGO OU FERIADO *
      *    *                   DO CALENDARIO) E CORRIGIDA NO CAMPO     *
      *    *                   DATA EFETIVA, COMO R002.                *
      *    *-----------------------------------------------------------*
      *    * VERSAO 05    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    HISTORICO DE EVENTOS DO MOVIMENTO       *
      *    *                   (AUDITORIA.TB_EVENTO_MOVTO): CADA       *
      *    *                   CORRIGIDO GRAVADO NO RCORRIG DEIXA UM   *
      *    *                   EVENTO COR NA CHAVE ORIGINAL, COM O     *
      *    *                   MOTIVO E O OPERADOR (USERNAME), E - SE A*
      *    *                   CORRECAO MUDOU A CHAVE OU O VALOR -     *
      *    *                   OUTRO NA CHAVE NOVA, PARA A CONSULTA    *
      *    *                   RASTMOVT ACHAR O MOVIMENTO PELAS DUAS.  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 06    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    FECHAMENTO DO DIA                       *
      *    *                   (AUDITORIA.TB_FECHAMENTO_DIA, BATCH     *
      *    *                   FECHADIA): COM O DIA DE HOJE FECHADO A  *
      *    *                   TELA NAO ABRE - NOVAS CORRECOES SO      *
      *    *                   DEPOIS DA REABERTURA PELA TELA REABDIA. *
      *    *-----------------------------------------------------------*
      *    * VERSAO 07    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    A TELA PASSA A SER CHAMADA TAMBEM PELA  *
      *    *                   CONSOLE DE OPERACAO (CONSOPER): A       *
      *    *                   RTFINALIZA DEVOLVE O CONTROLE A QUEM    *
      *    *                   CHAMOU (EXIT PROGRAM) ANTES DO STOP RUN *
      *    *                   DA EXECUCAO AVULSA.                     *
      *    *-----------------------------------------------------------*
      ******************************************************************
      *
      ******************************************************************
       01  WS-OPCAO                PIC     X(02)         VALUE SPACES.
       01  WS-TECLA                PIC     X(02)         VALUE SPACES.
       01  WS-POSICAO              PIC     9(04)         VALUE ZEROS.
       01  WS-OPERADOR             PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
               05  WS-TB-REGISTRO  PIC     X(200).
               05  WS-TB-MOTIVO    PIC     X(04).
               05  WS-TB-CORRIGIDO PIC     X(01).
               05  WS-TB-ORIGINAL  PIC     X(200).
      *
      ******************************************************************
      *    AREA DE CORRECAO                                            *
       01  WS-CAMPO-DIGITADO       PIC     X(13)         VALUE SPACES.
       01  WS-QT-CORRIGIDOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-GRAVADOS          PIC     9(03)         VALUE ZEROS.
       01  WS-QT-EVT-FALHAS        PIC     9(03)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      *--- OS CAMPOS DO DETALHE NA LISTA E NA CORRECAO.               *
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
           'CORRREJ'.
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.
       01  WS-EVT-CHAVE-NOVA       PIC     X(16)         VALUE SPACES.
       01  WS-EVT-CHAVE-ORIGINAL   PIC     X(16)         VALUE SPACES.
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
      ******************************************************************
       RTINICIO                        SECTION.
      ******************************************************************
      *
      *--- IDENTIFICACAO DO OPERADOR PARA O HISTORICO DE EVENTOS -----*
           ACCEPT WS-OPERADOR          FROM ENVIRONMENT 'USERNAME'
               ON EXCEPTION
                   MOVE 'SUPERVIS'     TO WS-OPERADOR
           END-ACCEPT.
      *
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
      *--- FECHAMENTO_DIA) A TELA NAO ABRE - NOVAS CORRECOES SO DEPOIS *
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
               MOVE FD-REJ-REGISTRO    TO WS-TB-REGISTRO(I01-WSTAB)
               MOVE FD-REJ-MOTIVO      TO WS-TB-MOTIVO(I01-WSTAB)
               MOVE 'N'                TO WS-TB-CORRIGIDO(I01-WSTAB)
               MOVE FD-REJ-REGISTRO    TO WS-TB-ORIGINAL(I01-WSTAB)
               READ REJEITOS
           END-PERFORM.
      *
      *--- CORRIGE O CAMPO REPROVADO DO REGISTRO DA LINHA INFORMADA.   *
      *--- O CAMPO A CORRIGIR E DETERMINADO PELO PROPRIO MOTIVO DA     *
      *--- REJEICAO (R001 = TRANSACAO, R002 = DATA EFETIVA, R003 =     *
      *--- EMPRESA, R004 = VALOR, R005/R006 = EMPRESA FORA DO CADASTRO *
      *--- OU INATIVA, R007 = DATA EFETIVA EM DIA NAO UTIL).           *
      *
           DISPLAY 'NUMERO DO REJEITADO : ' AT 2201.
           ACCEPT  WS-LINHA-SEL        AT 2224.
                   ACCEPT  WS-CAMPO-DIGITADO        AT 2324
                   MOVE WS-CAMPO-DIGITADO(1:4) TO ARQE-COD-TRANSACAO
               WHEN 'R002'
               WHEN 'R007'
                   DISPLAY 'NOVA DATA AAAAMMDD .: ' AT 2301
                   ACCEPT  WS-CAMPO-DIGITADO        AT 2324
                   IF WS-CAMPO-DIGITADO(1:8) NOT NUMERIC
                   END-IF
                   MOVE WS-CAMPO-DIGITADO(1:8) TO ARQE-DATA-EFETIVA
               WHEN 'R003'
               WHEN 'R005'
               WHEN 'R006'
                   DISPLAY 'NOVA EMPRESA .......: ' AT 2301
                   ACCEPT  WS-CAMPO-DIGITADO        AT 2324
                   IF WS-CAMPO-DIGITADO(1:4) NOT NUMERIC
                   WRITE FD-REG-CORRIGIDO
                   IF WS-FS-CORRIGIDO  EQUAL ZEROS
                       ADD 1           TO WS-QT-GRAVADOS
                       PERFORM RTEVENTOCORRIGIDO
                   ELSE
                       DISPLAY 'ERRO NA GRAVACAO DO RCORRIG = '
                               WS-FS-CORRIGIDO
           PERFORM RTREGRAVAFONTE.
      *
           DISPLAY 'REGISTROS GRAVADOS NO RCORRIG: ' WS-QT-GRAVADOS.
      *
           IF WS-QT-EVT-FALHAS         GREATER ZEROS
               DISPLAY 'EVENTOS NAO GRAVADOS NO HISTORICO: '
                       WS-QT-EVT-FALHAS
           END-IF.
      *
       RTGRAVAX.                       EXIT.
      *
      ******************************************************************
       RTEVENTOCORRIGIDO               SECTION.
      ******************************************************************
      *--- EVENTO COR DO REGISTRO DA TABELA NA POSICAO WS-SUB, RECEM   *
      *--- GRAVADO NO RCORRIG: UM NA CHAVE ORIGINAL (COMO O MODEL01 O  *
      *--- REJEITOU), COM A CHAVE NOVA NO COMPLEMENTO, E OUTRO NA      *
      *--- CHAVE NOVA, QUANDO A CORRECAO MUDOU TRANSACAO, DATA,        *
      *--- EMPRESA OU VALOR. A POSICAO E A DO REJEITADO NA GERACAO.    *
      *
           MOVE WS-TB-REGISTRO(I01-WSTAB) TO ARQUIVOE.
           MOVE ARQE-DETALHE(1:16)     TO WS-EVT-CHAVE-NOVA.
           MOVE WS-TB-ORIGINAL(I01-WSTAB) TO ARQUIVOE.
           MOVE ARQE-DETALHE(1:16)     TO WS-EVT-CHAVE-ORIGINAL.
      *
           MOVE 'COR'                  TO WS-EVT-CODIGO.
           MOVE WS-TB-MOTIVO(I01-WSTAB) TO WS-EVT-MOTIVO.
           MOVE WS-SUB                 TO WS-EVT-SEQ-ORIGEM.
           MOVE SPACES                 TO WS-EVT-COMPLEMENTO.
           STRING 'CORRIGIDO PARA '    DELIMITED BY SIZE
                  WS-EVT-CHAVE-NOVA(1:4)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EVT-CHAVE-NOVA(5:8)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EVT-CHAVE-NOVA(13:4)
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-COMPLEMENTO.
      *
           PERFORM RTEVENTOCHAVE.
      *
           IF WS-TB-REGISTRO(I01-WSTAB)(2:29)
                                       EQUAL
              WS-TB-ORIGINAL(I01-WSTAB)(2:29)
               GO TO RTEVENTOCORRIGIDOX
           END-IF.
      *
           MOVE WS-TB-REGISTRO(I01-WSTAB) TO ARQUIVOE.
           MOVE SPACES                 TO WS-EVT-COMPLEMENTO.
           STRING 'CORRECAO DE '       DELIMITED BY SIZE
                  WS-EVT-CHAVE-ORIGINAL(1:4)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EVT-CHAVE-ORIGINAL(5:8)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EVT-CHAVE-ORIGINAL(13:4)
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-COMPLEMENTO.
      *
           PERFORM RTEVENTOCHAVE.
      *
       RTEVENTOCORRIGIDOX.             EXIT.
      *
      ******************************************************************
       RTEVENTOCHAVE                   SECTION.
      ******************************************************************
      *--- GRAVA O EVENTO NA CHAVE DO REGISTRO QUE ESTA EM ARQUIVOE.   *
      *--- A CHAVE VAI COMO ESTA NO REGISTRO, MESMO QUE AINDA INVALIDA *
      *--- - E ASSIM QUE O MODEL01 A GRAVOU NO REJEITO. FALHA NO DB2   *
      *--- NAO DESFAZ A CORRECAO - SO E CONTADA E EXIBIDA NO FIM.      *
      *
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
           ACCEPT WS-EVT-DATA-MOVTO    FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-HORA          FROM TIME.
           STRING WS-EVT-DATA-MOVTO    DELIMITED BY SIZE
                  WS-EVT-HORA          DELIMITED BY SIZE
                                       INTO WS-EVT-DATA-HORA.
      *
           MOVE WS-OPERADOR            TO WS-EVT-OPERADOR.
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
       RTEVENTOCHAVEX.                 EXIT.
      *
      ******************************************************************
       RTREGRAVAFONTE                  SECTION.
      ******************************************************************
       RTFINALIZA                      SECTION.
      ******************************************************************
      *
           EXIT PROGRAM.
           STOP RUN.
      *
       RTFINALIZAX.                    EXIT.
