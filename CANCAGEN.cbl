      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. CANCAGEN.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : CANCAGEN                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : CANCELAMENTO DE MOVIMENTOS AGENDADOS ANTES DA  *
      *    *            DATA EFETIVA. LISTA OS PENDENTES DO CADASTRO   *
      *    *            DE AGENDADOS (AGENDA.KSDS - COPY AGENDAMV,     *
      *    *            ALIMENTADO PELO MODEL01); O OPERADOR MARCA OS  *
      *    *            QUE NAO DEVEM SER LIBERADOS E, NA GRAVACAO,    *
      *    *            CADA MARCADO PASSA A CANCELADO COM O OPERADOR  *
      *    *            E A DATA. O LIBAGEND NAO LEVA CANCELADOS PARA  *
      *    *            O SARQUIVO - SO OS RELACIONA E EXPURGA NA      *
      *    *            DATA EFETIVA. CADA CANCELAMENTO E GRAVADO NO   *
      *    *            JORNAL SPRINTJNL, COMO NA TELA LIBRETEN.       *
      *    *-----------------------------------------------------------*
      *    * VERSAO 01    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 02    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    SO LISTA E SO CANCELA AGENDADO AINDA    *
      *    *                   NAO VENCIDO (DATA EFETIVA POSTERIOR A   *
      *    *                   DATA DO DIA): O VENCIDO JA PODE TER IDO *
      *    *                   PARA O SARQUIVO PELO LIBAGEND. NA       *
      *    *                   GRAVACAO O VENCIDO DESDE A CARGA DA     *
      *    *                   TELA E RECUSADO E CONTADO A PARTE.      *
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
           SELECT AGENDA   ASSIGN TO DISK
                  ORGANIZATION   IS INDEXED
                  ACCESS  MODE   IS DYNAMIC
                  RECORD  KEY    IS FD-AGD-CHAVE
                  FILE    STATUS IS WS-FS-AGENDA.
      *
           SELECT JORNAL   ASSIGN TO DISK
                  ORGANIZATION   IS SEQUENTIAL
                  ACCESS  MODE   IS SEQUENTIAL
                  FILE    STATUS IS WS-FS-JORNAL.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
      *--- CADASTRO DE MOVIMENTOS AGENDADOS ---------------------------*
       FD  AGENDA
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AGENDA'.
       COPY AGENDAMV.
      *
      *--- JORNAL DAS MANUTENCOES (O MESMO SPRINTJNL DA TELA TESTE) --*
       FD  JORNAL
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SPRINTJNL'.
       COPY JORNALSP.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
      *
       01  WS-FS-AGENDA            PIC     X(02)         VALUE SPACES.
       01  WS-FS-JORNAL            PIC     X(02)         VALUE SPACES.
      *
       01  WS-OPCAO                PIC     X(02)         VALUE SPACES.
       01  WS-TECLA                PIC     X(02)         VALUE SPACES.
       01  WS-POSICAO              PIC     9(04)         VALUE ZEROS.
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
      ******************************************************************
      *--- OS PENDENTES SAO CARREGADOS DE UMA SO VEZ NA TABELA ABAIXO *
      *--- (ATE 500, NA ORDEM DA CHAVE - DATA EFETIVA PRIMEIRO) E A   *
      *--- PAGINACAO E FEITA SOBRE A TABELA, COMO NA TELA LIBRETEN.   *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 020.
       01  WS-QT-CARREGADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 500.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
       01  WS-MSG-CANCAGEN         PIC     X(60)         VALUE SPACES.
       01  WS-FIM-AGENDA           PIC     X(01)         VALUE 'N'.
           88  WS-FIM-AGENDA-SIM                         VALUE 'S'.
      *
       01  WS-TAB.
           03  WS-TB-AGENDADO OCCURS 500 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-CHAVE     PIC     X(32).
               05  WS-TB-VALOR     PIC    S9(11)V9(02).
               05  WS-TB-MARCA     PIC     X(01).
      *
      ******************************************************************
      *    AREA DE CANCELAMENTO                                        *
      ******************************************************************
       01  WS-LINHA-SEL            PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MARCADOS          PIC     9(03)         VALUE ZEROS.
       01  WS-QT-CANCELADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-IGNORADOS         PIC     9(03)         VALUE ZEROS.
       01  WS-QT-VENCIDOS          PIC     9(03)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DO JORNAL DE MANUTENCOES                               *
      ******************************************************************
       01  WS-OPERADOR             PIC     X(08)         VALUE SPACES.
       01  WS-DATA-JORNAL          PIC     9(08)         VALUE ZEROS.
       01  WS-HORA-JORNAL          PIC     X(06)         VALUE ZEROS.
       01  WS-IMAGEM-ANTES         PIC     X(106)        VALUE SPACES.
       01  WS-IMAGEM-DEPOIS        PIC     X(106)        VALUE SPACES.
       01  WS-CHAVE-JORNAL         PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-LIN-DETALHE.
           03  DET-SEQ             PIC     9(03).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-DATA-EFETIVA    PIC     9(08).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-EMPRESA         PIC     9(04).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-TRANSACAO       PIC     X(04).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-VALOR           PIC     -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-DATA-RECEBIDO   PIC     9(08).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-MARCA           PIC     X(01).
      *
      *--- CHAVE DO CADASTRO GUARDADA NA TABELA, DESMEMBRADA ----------*
       01  WS-CHAVE-AGENDA.
           03  WS-CHV-DATA-EFETIVA PIC     9(08).
           03  WS-CHV-EMPRESA      PIC     9(04).
           03  WS-CHV-TRANSACAO    PIC     X(04).
           03  WS-CHV-DATA-RECEBIDO PIC    9(08).
           03  WS-CHV-SEQ-RECEBIDO PIC     9(08).
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
      *--- IDENTIFICACAO DO OPERADOR PARA O CADASTRO E O JORNAL -------*
           ACCEPT WS-OPERADOR          FROM ENVIRONMENT 'USERNAME'
               ON EXCEPTION
                   MOVE 'SUPERVIS'     TO WS-OPERADOR
           END-ACCEPT.
      *
           IF WS-OPERADOR              EQUAL SPACES
               MOVE 'SUPERVIS'         TO WS-OPERADOR
           END-IF.
      *
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
      *
           PERFORM RTCARGA.
      *
           IF WS-QT-CARREGADOS         EQUAL ZEROS
               DISPLAY 'NENHUM MOVIMENTO AGENDADO PENDENTE'
               PERFORM RTFINALIZA
           END-IF.
      *
       RTINICIOX.                      EXIT.
      *
      ******************************************************************
       RTPROCESSA                      SECTION.
      ******************************************************************
      *
      *--- TECLAS VALIDAS NESTA TELA:                                  *
      *---   ENTER (00) - AVANCA PAGINA                                *
      *---   PF3   (01) - SAI SEM GRAVAR                               *
      *---   PF4   (02) - MARCA/DESMARCA O AGENDADO DA LINHA INFORMADA *
      *---   PF6   (04) - CANCELA OS MARCADOS E SAI                    *
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
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-CANCAGEN
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-CANCAGEN
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '02'
                   PERFORM RTMARCAR
                   GO              TO RTREESCREVE
               WHEN '04'
                   PERFORM RTGRAVA
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
      *--- CARREGA OS AGENDADOS PENDENTES NA TABELA (ATE 500). OS JA   *
      *--- CANCELADOS, QUE SO AGUARDAM O EXPURGO, NAO SAO LISTADOS,    *
      *--- NEM OS PROVISORIOS (EXECUCAO DO MODEL01 AINDA NAO           *
      *--- CONFIRMADA) NEM OS JA VENCIDOS - ESTES O LIBAGEND PODE TER  *
      *--- LIBERADO E NAO SAO MAIS CANCELAVEIS.                        *
      *
           OPEN INPUT AGENDA.
      *
           IF WS-FS-AGENDA             EQUAL '35'
               GO TO RTCARGAX
           END-IF.
      *
           IF WS-FS-AGENDA             NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO AGENDA = ' WS-FS-AGENDA
               PERFORM RTFINALIZA
           END-IF.
      *
           MOVE 'N'                    TO WS-FIM-AGENDA.
      *
           PERFORM UNTIL WS-FIM-AGENDA-SIM
                      OR WS-QT-CARREGADOS EQUAL WS-QT-MAXIMO
               READ AGENDA NEXT RECORD
               IF WS-FS-AGENDA         EQUAL ZEROS
                   IF FD-AGD-PENDENTE
                    AND FD-AGD-DATA-EFETIVA GREATER WS-DATA-HOJE
                       ADD 1           TO WS-QT-CARREGADOS
                       SET I01-WSTAB   TO WS-QT-CARREGADOS
                       MOVE FD-AGD-CHAVE TO WS-TB-CHAVE(I01-WSTAB)
                       MOVE FD-AGD-VALOR TO WS-TB-VALOR(I01-WSTAB)
                       MOVE SPACES     TO WS-TB-MARCA(I01-WSTAB)
                   END-IF
               ELSE
                   SET WS-FIM-AGENDA-SIM TO TRUE
               END-IF
           END-PERFORM.
      *
           IF WS-FS-AGENDA NOT EQUAL ZEROS
            AND WS-FS-AGENDA NOT EQUAL '10'
               DISPLAY 'ERRO NA LEITURA DO AGENDA = ' WS-FS-AGENDA
               CLOSE AGENDA
               PERFORM RTFINALIZA
           END-IF.
      *
           IF WS-QT-CARREGADOS         EQUAL WS-QT-MAXIMO
               MOVE 'MAIS DE 500 AGENDADOS - LISTADOS OS 500 PRIMEIROS'
                                       TO WS-MSG-CANCAGEN
           END-IF.
      *
           CLOSE AGENDA.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTMARCAR                        SECTION.
      ******************************************************************
      *--- MARCA (OU DESMARCA, SE JA MARCADO) O AGENDADO DA LINHA      *
      *--- INFORMADA PARA CANCELAMENTO.                                *
      *
           DISPLAY 'NUMERO DO AGENDADO: ' AT 2201.
           ACCEPT  WS-LINHA-SEL        AT 2222.
      *
           IF WS-LINHA-SEL             NOT NUMERIC
               MOVE ZEROS              TO WS-LINHA-SEL
           END-IF.
      *
           IF WS-LINHA-SEL             LESS 1 OR
              WS-LINHA-SEL             GREATER WS-QT-CARREGADOS
               MOVE 'NUMERO INVALIDO'  TO WS-MSG-CANCAGEN
               GO TO RTMARCARX
           END-IF.
      *
           SET I01-WSTAB               TO WS-LINHA-SEL.
      *
           IF WS-TB-MARCA(I01-WSTAB)   EQUAL SPACES
               MOVE 'C'                TO WS-TB-MARCA(I01-WSTAB)
               ADD 1                   TO WS-QT-MARCADOS
               MOVE 'MARCADO PARA CANCELAR - PF6 GRAVA E ENCERRA'
                                       TO WS-MSG-CANCAGEN
           ELSE
               MOVE SPACES             TO WS-TB-MARCA(I01-WSTAB)
               SUBTRACT 1              FROM WS-QT-MARCADOS
               MOVE 'MARCA DESFEITA'   TO WS-MSG-CANCAGEN
           END-IF.
      *
       RTMARCARX.                      EXIT.
      *
      ******************************************************************
       RTGRAVA                         SECTION.
      ******************************************************************
      *--- CANCELA OS MARCADOS: CADA UM E RELIDO PELA CHAVE E SO E     *
      *--- ALTERADO SE AINDA ESTIVER PENDENTE - O QUE O LIBAGEND JA    *
      *--- LIBEROU E APAGOU DESDE A CARGA DA TELA (STATUS 23) E        *
      *--- IGNORADO E CONTADO. O REGISTRO NAO E APAGADO AQUI: FICA     *
      *--- CANCELADO, COM O OPERADOR E A DATA, ATE O EXPURGO DO        *
      *--- LIBAGEND NA DATA EFETIVA, QUE O RELACIONA NO RELATORIO.     *
      *
           IF WS-QT-MARCADOS           EQUAL ZEROS
               MOVE 'NENHUM AGENDADO MARCADO - NADA GRAVADO'
                                       TO WS-MSG-CANCAGEN
               GO TO RTGRAVAX
           END-IF.
      *
           OPEN I-O AGENDA.
      *
           IF WS-FS-AGENDA             NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO AGENDA = ' WS-FS-AGENDA
               GO TO RTGRAVAX
           END-IF.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB GREATER WS-QT-CARREGADOS
               SET I01-WSTAB           TO WS-SUB
               IF WS-TB-MARCA(I01-WSTAB) EQUAL 'C'
                   PERFORM RTCANCELA
               END-IF
           END-PERFORM.
      *
           CLOSE AGENDA.
      *
           DISPLAY 'CANCELADOS: ' WS-QT-CANCELADOS
                   '  JA LIBERADOS/ALTERADOS: ' WS-QT-IGNORADOS
                   '  VENCIDOS: ' WS-QT-VENCIDOS.
      *
       RTGRAVAX.                       EXIT.
      *
      ******************************************************************
       RTCANCELA                       SECTION.
      ******************************************************************
      *
           MOVE WS-TB-CHAVE(I01-WSTAB) TO FD-AGD-CHAVE.
      *
           READ AGENDA RECORD KEY IS FD-AGD-CHAVE.
      *
           IF WS-FS-AGENDA             EQUAL '23'
               ADD 1                   TO WS-QT-IGNORADOS
               GO TO RTCANCELAX
           END-IF.
      *
           IF WS-FS-AGENDA             NOT EQUAL ZEROS
               DISPLAY 'ERRO NA LEITURA DO AGENDA = ' WS-FS-AGENDA
               GO TO RTCANCELAX
           END-IF.
      *
           IF NOT FD-AGD-PENDENTE
               ADD 1                   TO WS-QT-IGNORADOS
               GO TO RTCANCELAX
           END-IF.
      *
      *--- A TELA PODE TER FICADO ABERTA DE UM DIA PARA O OUTRO: O QUE *
      *--- VENCEU DESDE A CARGA NAO E MAIS CANCELADO.                  *
           IF FD-AGD-DATA-EFETIVA      NOT GREATER WS-DATA-HOJE
               ADD 1                   TO WS-QT-VENCIDOS
               GO TO RTCANCELAX
           END-IF.
      *
           SET FD-AGD-CANCELADO        TO TRUE.
           MOVE WS-OPERADOR            TO FD-AGD-OPER-CANCEL.
           MOVE WS-DATA-HOJE           TO FD-AGD-DATA-CANCEL.
      *
           REWRITE FD-REG-AGENDA.
      *
           IF WS-FS-AGENDA             NOT EQUAL ZEROS
               DISPLAY 'ERRO NA REGRAVACAO DO AGENDA = ' WS-FS-AGENDA
               GO TO RTCANCELAX
           END-IF.
      *
           ADD 1                       TO WS-QT-CANCELADOS.
      *
           PERFORM RTGRAVAJORNAL.
      *
       RTCANCELAX.                     EXIT.
      *
      ******************************************************************
       RTGRAVAJORNAL                   SECTION.
      ******************************************************************
      *--- O CANCELAMENTO DEIXA O MESMO RASTRO QUE UMA DECISAO DA      *
      *--- TELA LIBRETEN: ACAO, OPERADOR, DATA/HORA, A CHAVE           *
      *--- EMPRESA+TRANSACAO DO MOVIMENTO E AS IMAGENS ANTES (CHAVE    *
      *--- COMPLETA E VALOR DO AGENDADO) E DEPOIS (SITUACAO NOVA).     *
      *
           OPEN EXTEND JORNAL.
      *
           IF WS-FS-JORNAL             EQUAL '35'
               OPEN OUTPUT JORNAL
           END-IF.
      *
           IF WS-FS-JORNAL             NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA DO JORNAL = ' WS-FS-JORNAL
               GO TO RTGRAVAJORNALX
           END-IF.
      *
           ACCEPT WS-DATA-JORNAL       FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-JORNAL       FROM TIME.
      *
           MOVE SPACES                 TO WS-CHAVE-JORNAL.
           STRING FD-AGD-EMPRESA       DELIMITED BY SIZE
                  FD-AGD-TRANSACAO     DELIMITED BY SIZE
                                       INTO WS-CHAVE-JORNAL.
      *
           MOVE SPACES                 TO WS-IMAGEM-ANTES.
           STRING 'AGENDADO '          DELIMITED BY SIZE
                  FD-AGD-CHAVE         DELIMITED BY SIZE
                  ' VALOR '            DELIMITED BY SIZE
                  FD-AGD-VALOR         DELIMITED BY SIZE
                                       INTO WS-IMAGEM-ANTES.
      *
           MOVE 'AGENDADO CANCELADO ANTES DA DATA EFETIVA'
                                       TO WS-IMAGEM-DEPOIS.
      *
           MOVE SPACES                 TO FD-REG-JORNAL.
           SET FD-JRN-ALTERACAO        TO TRUE.
           MOVE WS-OPERADOR            TO FD-JRN-OPERADOR.
           MOVE WS-DATA-JORNAL         TO FD-JRN-DATA.
           MOVE WS-HORA-JORNAL         TO FD-JRN-HORA.
           MOVE WS-CHAVE-JORNAL        TO FD-JRN-CHAVE.
           MOVE WS-IMAGEM-ANTES        TO FD-JRN-ANTES.
           MOVE WS-IMAGEM-DEPOIS       TO FD-JRN-DEPOIS.
      *
           WRITE FD-REG-JORNAL.
      *
           IF WS-FS-JORNAL             NOT EQUAL ZEROS
               DISPLAY 'ERRO NA GRAVACAO DO JORNAL = ' WS-FS-JORNAL
           END-IF.
      *
           CLOSE JORNAL.
      *
       RTGRAVAJORNALX.                 EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
      *
           DISPLAY ERASE.
      *
           DISPLAY 'CANCAGEN - CANCELAMENTO DE MOVIMENTOS AGENDADOS'
                                       AT 0101.
           DISPLAY 'NUM  DT EFETIV  EMP   TRAN  VALOR                '
                   'RECEBIDO  C'       AT 0201.
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
               MOVE WS-TB-CHAVE(I01-WSTAB) TO WS-CHAVE-AGENDA
               MOVE WS-SUB             TO DET-SEQ
               MOVE WS-CHV-DATA-EFETIVA TO DET-DATA-EFETIVA
               MOVE WS-CHV-EMPRESA     TO DET-EMPRESA
               MOVE WS-CHV-TRANSACAO   TO DET-TRANSACAO
               MOVE WS-TB-VALOR(I01-WSTAB) TO DET-VALOR
               MOVE WS-CHV-DATA-RECEBIDO TO DET-DATA-RECEBIDO
               MOVE WS-TB-MARCA(I01-WSTAB) TO DET-MARCA
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA + 2) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO E O ANDAMENTO DAS MARCAS --------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'AGENDADOS '         DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADOS     DELIMITED BY SIZE
                  ' MARC '             DELIMITED BY SIZE
                  WS-QT-MARCADOS       DELIMITED BY SIZE
                  ' - PF4=MARCA PF6=CANCELA PF3=SAI'
                                       DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-CANCAGEN          NOT EQUAL SPACES
               DISPLAY WS-MSG-CANCAGEN AT 2401
               MOVE SPACES             TO WS-MSG-CANCAGEN
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
