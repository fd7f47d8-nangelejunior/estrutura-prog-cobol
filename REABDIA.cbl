      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. REABDIA.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : REABDIA                                        *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : REABERTURA SUPERVISIONADA DE UMA DATA DE       *
      *    *            MOVIMENTO FECHADA PELO FECHADIA (AUDITORIA.    *
      *    *            TB_FECHAMENTO_DIA). O SUPERVISOR INFORMA A     *
      *    *            DATA, VE A SITUACAO E, SE ELA ESTIVER FECHADA, *
      *    *            REABRE COM MOTIVO OBRIGATORIO. A REABERTURA    *
      *    *            ABRE UMA OCORRENCIA NO ARQUIVO SPRINT (COMO O  *
      *    *            ABREOCOR), COM ENTRADA NO JORNAL SPRINTJNL, E  *
      *    *            GRAVA OPERADOR, DATA/HORA, MOTIVO E A CHAVE DA *
      *    *            OCORRENCIA NA DATA E NO HISTORICO DE           *
      *    *            REABERTURAS (AUDITORIA.TB_REABERTURA_DIA). COM *
      *    *            A DATA REABERTA OS PROGRAMAS VOLTAM A ACEITA-  *
      *    *            LA ATE O PROXIMO FECHADIA.                     *
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
       INPUT-OUTPUT                   SECTION.
      ******************************************************************
      *
       FILE-CONTROL.
           SELECT ARQUIVO  ASSIGN TO DISK
                  ORGANIZATION   IS INDEXED
                  ACCESS  MODE   IS RANDOM
                  RECORD  KEY    IS FD-CHAVE
                  FILE    STATUS IS WS-FS-ARQUIVO.
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
      *--- ARQUIVO DE OCORRENCIAS (O MESMO SPRINT DA TELA TESTE) ------*
       FD  ARQUIVO
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SPRINT'.
       COPY RELATOSP.
      *
      *--- JORNAL DAS MANUTENCOES (O MESMO SPRINTJNL DA TELA TESTE) ---*
       FD  JORNAL
           LABEL     RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SPRINTJNL'.
       COPY JORNALSP.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
      *
       01  WS-FS-ARQUIVO           PIC     X(02)         VALUE SPACES.
       01  WS-FS-JORNAL            PIC     X(02)         VALUE SPACES.
      *
       01  WS-OPCAO                PIC     X(02)         VALUE SPACES.
       01  WS-TECLA                PIC     X(02)         VALUE SPACES.
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.
       01  WS-DATA-HOJE-R          REDEFINES WS-DATA-HOJE.
           03  FILLER              PIC     X(02).
           03  WS-DTH-AAMMDD       PIC     X(06).
       01  WS-HORA-AGORA           PIC     9(08)         VALUE ZEROS.
       01  WS-OPERADOR             PIC     X(08)         VALUE SPACES.
       01  WS-MSG-REABDIA          PIC     X(60)         VALUE SPACES.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE ENTRADA DE DADOS                                    *
      ******************************************************************
       01  WS-DATA-DIGITADA        PIC     X(08)         VALUE SPACES.
       01  WS-MOTIVO-DIGITADO      PIC     X(60)         VALUE SPACES.
       01  WS-CONFIRMA             PIC     X(01)         VALUE SPACES.
           88  WS-CONFIRMA-SIM                           VALUE 'S'.
      *
      ******************************************************************
      *    AREA DA SITUACAO EXIBIDA                                    *
      ******************************************************************
      *--- DATA CONSULTADA POR ULTIMO (PF4) - A REABERTURA (PF5) VALE  *
      *--- SEMPRE PARA A DATA QUE ESTA NA TELA.                        *
       01  WS-DATA-CONSULTADA      PIC     X(08)         VALUE SPACES.
       01  WS-LIN-SITUACAO         PIC     X(60)         VALUE SPACES.
       01  WS-LIN-FECHAMENTO       PIC     X(60)         VALUE SPACES.
       01  WS-LIN-REABERTURA       PIC     X(78)         VALUE SPACES.
       01  WS-LIN-MOTIVO           PIC     X(78)         VALUE SPACES.
       01  WS-QT-REAB-EXIBIDA      PIC     9(04)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE MONTAGEM DA OCORRENCIA NO SPRINT                    *
      ******************************************************************
      *--- A CHAVE E AAMMDD + SEQUENCIA DE 01 A 99 DENTRO DO DIA; UMA  *
      *--- CHAVE JA EXISTENTE (STATUS 22) AVANCA A SEQUENCIA, COMO NO  *
      *--- ABREOCOR.                                                   *
       01  WS-CHAVE-OCOR.
           03  WS-CHO-DATA         PIC     X(06).
           03  WS-CHO-SEQ          PIC     9(02).
      *
      *--- O RELATO NAO COMECA POR 'FALHA ' - O FECHAMENTO AUTOMATICO  *
      *--- DO CICLOSP NAO O CONFUNDE COM UM TICKET DE FALHA DE BATCH.  *
       01  WS-RELATO-REAB.
           03  FILLER              PIC     X(17)         VALUE
           'REABERTURA MOVTO '.
           03  REL-DATA-MOVTO      PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACE.
           03  REL-OPERADOR        PIC     X(08).
           03  FILLER              PIC     X(01)         VALUE SPACE.
           03  REL-MOTIVO          PIC     X(45).
      *
       01  WS-OCOR-GRAVADA         PIC     X(01)         VALUE 'N'.
           88  WS-OCOR-GRAVADA-SIM                       VALUE 'S'.
      *
      ******************************************************************
      *    AREA DO JORNAL DE MANUTENCOES                               *
      ******************************************************************
       01  WS-DATA-JORNAL          PIC     9(08)         VALUE ZEROS.
       01  WS-HORA-JORNAL          PIC     X(06)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-DATA             PIC     X(08)         VALUE SPACES.
       01  WS-SQL-SITUACAO         PIC     X(01)         VALUE SPACES.
           88  WS-SQL-FECHADO                            VALUE 'F'.
           88  WS-SQL-REABERTO                           VALUE 'R'.
       01  WS-SQL-FECHAMENTO       PIC     X(14)         VALUE SPACES.
       01  WS-SQL-REABERTURA       PIC     X(14)         VALUE SPACES.
       01  WS-SQL-OPERADOR         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-MOTIVO           PIC     X(60)         VALUE SPACES.
       01  WS-SQL-OCORRENCIA       PIC     X(08)         VALUE SPACES.
       01  WS-SQL-QTDE             PIC    S9(09)         VALUE ZEROS
                                                         COMP.
       01  WS-SQL-DATA-HORA        PIC     X(14)         VALUE SPACES.
      *
       EXEC SQL
           INCLUDE SQLCA
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
      *--- IDENTIFICACAO DO SUPERVISOR QUE REABRE - NAO HA CADASTRO    *
      *--- DE PERFIS: O OPERADOR FICA REGISTRADO NA DATA, NO           *
      *--- HISTORICO DE REABERTURAS, NA OCORRENCIA E NO JORNAL.        *
           ACCEPT WS-OPERADOR          FROM ENVIRONMENT 'USERNAME'
               ON EXCEPTION
                   MOVE 'SUPERVIS'     TO WS-OPERADOR
           END-ACCEPT.
      *
           IF WS-OPERADOR              EQUAL SPACES
               MOVE 'SUPERVIS'         TO WS-OPERADOR
           END-IF.
      *
      *--- A TELA ABRE COM A DATA DE HOJE JA CONSULTADA ---------------*
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE           TO WS-DATA-CONSULTADA.
      *
           PERFORM RTCONSULTA.
      *
       RTINICIOX.                      EXIT.
      *
      ******************************************************************
       RTPROCESSA                      SECTION.
      ******************************************************************
      *
      *--- TECLAS VALIDAS NESTA TELA:                                  *
      *---   ENTER (00) - ATUALIZA A SITUACAO DA DATA EXIBIDA          *
      *---   PF3   (01) - SAI DO PROGRAMA                              *
      *---   PF4   (02) - INFORMA OUTRA DATA DE MOVIMENTO              *
      *---   PF5   (03) - REABRE A DATA EXIBIDA (SO SE FECHADA)        *
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
                   PERFORM RTCONSULTA
                   GO              TO RTREESCREVE
               WHEN '02'
                   PERFORM RTINFORMADATA
                   GO              TO RTREESCREVE
               WHEN '03'
                   PERFORM RTREABRIR
                   PERFORM RTCONSULTA
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
      *--- RECOLHE UMA DATA DE MOVIMENTO (AAAAMMDD) E CONSULTA A SUA   *
      *--- SITUACAO.                                                   *
      *
           MOVE SPACES                 TO WS-DATA-DIGITADA.
      *
           DISPLAY 'DATA AAAAMMDD ....: ' AT 2001.
           ACCEPT  WS-DATA-DIGITADA    AT 2021.
      *
           IF WS-DATA-DIGITADA         NOT NUMERIC
               MOVE 'DATA INVALIDA - INFORME AAAAMMDD'
                                       TO WS-MSG-REABDIA
               GO TO RTINFORMADATAX
           END-IF.
      *
           MOVE WS-DATA-DIGITADA       TO WS-DATA-CONSULTADA.
      *
           PERFORM RTCONSULTA.
      *
       RTINFORMADATAX.                 EXIT.
      *
      ******************************************************************
       RTCONSULTA                      SECTION.
      ******************************************************************
      *--- LE A SITUACAO DA DATA EXIBIDA E MONTA AS LINHAS DA TELA.    *
      *--- SEM LINHA NA TABELA A DATA NUNCA FOI FECHADA (ABERTA).      *
      *
           MOVE SPACES                 TO WS-LIN-SITUACAO
                                           WS-LIN-FECHAMENTO
                                           WS-LIN-REABERTURA
                                           WS-LIN-MOTIVO.
           MOVE SPACES                 TO WS-SQL-SITUACAO.
           MOVE ZEROS                  TO WS-QT-REAB-EXIBIDA.
           MOVE WS-DATA-CONSULTADA     TO WS-SQL-DATA.
      *
           EXEC SQL
               SELECT IND_SITUACAO, DAT_HOR_FECHAMENTO,
                      DAT_HOR_REABERTURA, NOM_OPERADOR_REAB,
                      DES_MOTIVO_REAB, COD_OCORRENCIA_REAB,
                      QTD_REABERTURAS
                 INTO :WS-SQL-SITUACAO, :WS-SQL-FECHAMENTO,
                      :WS-SQL-REABERTURA, :WS-SQL-OPERADOR,
                      :WS-SQL-MOTIVO, :WS-SQL-OCORRENCIA,
                      :WS-SQL-QTDE
                 FROM AUDITORIA.TB_FECHAMENTO_DIA
                WHERE DAT_MOVIMENTO    = :WS-SQL-DATA
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   CONTINUE
               WHEN +100
                   MOVE 'ABERTA - NUNCA FECHADA PELO FECHADIA'
                                       TO WS-LIN-SITUACAO
                   GO TO RTCONSULTAX
               WHEN OTHER
                   MOVE 'ERRO NA CONSULTA AO FECHAMENTO - VEJA O DBA'
                                       TO WS-MSG-REABDIA
                   GO TO RTCONSULTAX
           END-EVALUATE.
      *
           IF WS-SQL-FECHADO
               MOVE 'FECHADA - PF5 REABRE COM MOTIVO'
                                       TO WS-LIN-SITUACAO
           ELSE
               MOVE 'REABERTA - AGUARDA O PROXIMO FECHADIA'
                                       TO WS-LIN-SITUACAO
           END-IF.
      *
           STRING 'ULTIMO FECHAMENTO .: ' DELIMITED BY SIZE
                  WS-SQL-FECHAMENTO    DELIMITED BY SIZE
                                       INTO WS-LIN-FECHAMENTO.
      *
           MOVE WS-SQL-QTDE            TO WS-QT-REAB-EXIBIDA.
      *
           IF WS-QT-REAB-EXIBIDA       GREATER ZEROS
               STRING 'ULTIMA REABERTURA .: ' DELIMITED BY SIZE
                      WS-SQL-REABERTURA DELIMITED BY SIZE
                      ' POR '          DELIMITED BY SIZE
                      WS-SQL-OPERADOR  DELIMITED BY SIZE
                      ' OCOR '         DELIMITED BY SIZE
                      WS-SQL-OCORRENCIA DELIMITED BY SIZE
                      ' (TOTAL '       DELIMITED BY SIZE
                      WS-QT-REAB-EXIBIDA DELIMITED BY SIZE
                      ')'              DELIMITED BY SIZE
                                       INTO WS-LIN-REABERTURA
               STRING 'MOTIVO ............: ' DELIMITED BY SIZE
                      WS-SQL-MOTIVO    DELIMITED BY SIZE
                                       INTO WS-LIN-MOTIVO
           END-IF.
      *
       RTCONSULTAX.                    EXIT.
      *
      ******************************************************************
       RTREABRIR                       SECTION.
      ******************************************************************
      *--- REABRE A DATA EXIBIDA. A SITUACAO E RELIDA NA HORA - SO     *
      *--- UMA DATA FECHADA E REABERTA - E O MOTIVO E OBRIGATORIO.     *
      *--- A OCORRENCIA E GRAVADA NO SPRINT ANTES DO DB2, PARA A SUA   *
      *--- CHAVE IR PARA A DATA E O HISTORICO; SE O DB2 FALHAR, O      *
      *--- TRABALHO E DESFEITO (ROLLBACK) E A OCORRENCIA E APAGADA -   *
      *--- NADA FICA PELA METADE. O UPDATE SO VALE SE A DATA AINDA     *
      *--- ESTIVER FECHADA, PARA DUAS SESSOES NAO REABRIREM JUNTAS.    *
      *
           PERFORM RTCONSULTA.
      *
           IF NOT WS-SQL-FECHADO
               MOVE 'SO UMA DATA FECHADA PODE SER REABERTA'
                                       TO WS-MSG-REABDIA
               GO TO RTREABRIRX
           END-IF.
      *
           MOVE SPACES                 TO WS-MOTIVO-DIGITADO
                                           WS-CONFIRMA.
      *
           DISPLAY 'MOTIVO ...........: ' AT 2001.
           ACCEPT  WS-MOTIVO-DIGITADO  AT 2021.
      *
           IF WS-MOTIVO-DIGITADO       EQUAL SPACES
               MOVE 'MOTIVO OBRIGATORIO - DATA NAO REABERTA'
                                       TO WS-MSG-REABDIA
               GO TO RTREABRIRX
           END-IF.
      *
           DISPLAY 'CONFIRMA S/N .....: ' AT 2101.
           ACCEPT  WS-CONFIRMA         AT 2121.
      *
           IF NOT WS-CONFIRMA-SIM
               MOVE 'REABERTURA DESISTIDA - NADA GRAVADO'
                                       TO WS-MSG-REABDIA
               GO TO RTREABRIRX
           END-IF.
      *
           PERFORM RTDATAHORA.
      *
           PERFORM RTGRAVAOCORRENCIA.
      *
           IF NOT WS-OCOR-GRAVADA-SIM
               GO TO RTREABRIRX
           END-IF.
      *
           MOVE WS-MOTIVO-DIGITADO     TO WS-SQL-MOTIVO.
           MOVE WS-CHAVE-OCOR          TO WS-SQL-OCORRENCIA.
      *
           EXEC SQL
               UPDATE AUDITORIA.TB_FECHAMENTO_DIA
                  SET IND_SITUACAO        = 'R',
                      DAT_HOR_REABERTURA  = :WS-SQL-DATA-HORA,
                      NOM_OPERADOR_REAB   = :WS-OPERADOR,
                      DES_MOTIVO_REAB     = :WS-SQL-MOTIVO,
                      COD_OCORRENCIA_REAB = :WS-SQL-OCORRENCIA,
                      QTD_REABERTURAS     = QTD_REABERTURAS + 1
                WHERE DAT_MOVIMENTO       = :WS-SQL-DATA
                  AND IND_SITUACAO        = 'F'
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   CONTINUE
               WHEN +100
                   PERFORM RTDESFAZ
                   MOVE 'DATA ALTERADA POR OUTRA SESSAO - NADA GRAVADO'
                                       TO WS-MSG-REABDIA
                   GO TO RTREABRIRX
               WHEN OTHER
                   PERFORM RTDESFAZ
                   MOVE 'ERRO NA REABERTURA - VEJA O DBA'
                                       TO WS-MSG-REABDIA
                   GO TO RTREABRIRX
           END-EVALUATE.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_REABERTURA_DIA
                   (DAT_MOVIMENTO, DAT_HOR_REABERTURA, NOM_OPERADOR,
                    DES_MOTIVO, COD_OCORRENCIA)
               VALUES
                   (:WS-SQL-DATA, :WS-SQL-DATA-HORA, :WS-OPERADOR,
                    :WS-SQL-MOTIVO, :WS-SQL-OCORRENCIA)
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               PERFORM RTDESFAZ
               MOVE 'ERRO NO HISTORICO DE REABERTURAS - VEJA O DBA'
                                       TO WS-MSG-REABDIA
               GO TO RTREABRIRX
           END-IF.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           PERFORM RTGRAVAJORNAL.
      *
           MOVE SPACES                 TO WS-MSG-REABDIA.
           STRING 'DATA '              DELIMITED BY SIZE
                  WS-SQL-DATA          DELIMITED BY SIZE
                  ' REABERTA - OCORRENCIA ' DELIMITED BY SIZE
                  WS-CHAVE-OCOR        DELIMITED BY SIZE
                                       INTO WS-MSG-REABDIA.
      *
       RTREABRIRX.                     EXIT.
      *
      ******************************************************************
       RTGRAVAOCORRENCIA               SECTION.
      ******************************************************************
      *--- ABRE A OCORRENCIA DA REABERTURA NO SPRINT: ABERTA, COM      *
      *--- PRIORIDADE ALTA E RELATO COM DATA, OPERADOR E MOTIVO. UM    *
      *--- SPRINT AINDA NUNCA CRIADO (STATUS 35) E CRIADO VAZIO, COMO  *
      *--- NO ABREOCOR.                                                *
      *
           MOVE 'N'                    TO WS-OCOR-GRAVADA.
      *
           OPEN I-O ARQUIVO.
      *
           IF WS-FS-ARQUIVO            EQUAL '35'
               OPEN OUTPUT ARQUIVO
               IF WS-FS-ARQUIVO        EQUAL ZEROS
                   CLOSE ARQUIVO
                   OPEN I-O ARQUIVO
               END-IF
           END-IF.
      *
           IF WS-FS-ARQUIVO            NOT EQUAL ZEROS
               MOVE SPACES             TO WS-MSG-REABDIA
               STRING 'ERRO NA ABERTURA DO SPRINT = ' DELIMITED BY SIZE
                      WS-FS-ARQUIVO    DELIMITED BY SIZE
                      ' - NADA GRAVADO' DELIMITED BY SIZE
                                       INTO WS-MSG-REABDIA
               GO TO RTGRAVAOCORRENCIAX
           END-IF.
      *
           MOVE WS-SQL-DATA            TO REL-DATA-MOVTO.
           MOVE WS-OPERADOR            TO REL-OPERADOR.
           MOVE WS-MOTIVO-DIGITADO     TO REL-MOTIVO.
      *
           MOVE SPACES                 TO FD-REG-RELATO.
           MOVE WS-RELATO-REAB         TO FD-RELATO.
           SET FD-STATUS-ABERTA        TO TRUE.
           SET FD-PRIOR-ALTA           TO TRUE.
           MOVE SPACES                 TO FD-ANALISTA.
           MOVE WS-DATA-HOJE           TO FD-DATA-ABERTURA.
           MOVE ZEROS                  TO FD-DATA-FECHAMENTO.
      *
           MOVE WS-DTH-AAMMDD          TO WS-CHO-DATA.
           MOVE 01                     TO WS-CHO-SEQ.
           MOVE WS-CHAVE-OCOR          TO FD-CHAVE.
      *
           WRITE FD-REG-RELATO.
      *
           PERFORM UNTIL WS-FS-ARQUIVO NOT EQUAL '22'
                      OR WS-CHO-SEQ EQUAL 99
               ADD 1                   TO WS-CHO-SEQ
               MOVE WS-CHAVE-OCOR      TO FD-CHAVE
               WRITE FD-REG-RELATO
           END-PERFORM.
      *
           IF WS-FS-ARQUIVO            NOT EQUAL ZEROS
               MOVE SPACES             TO WS-MSG-REABDIA
               STRING 'ERRO NA GRAVACAO DO SPRINT = ' DELIMITED BY SIZE
                      WS-FS-ARQUIVO    DELIMITED BY SIZE
                      ' - NADA GRAVADO' DELIMITED BY SIZE
                                       INTO WS-MSG-REABDIA
               CLOSE ARQUIVO
               GO TO RTGRAVAOCORRENCIAX
           END-IF.
      *
           CLOSE ARQUIVO.
      *
           SET WS-OCOR-GRAVADA-SIM     TO TRUE.
      *
       RTGRAVAOCORRENCIAX.             EXIT.
      *
      ******************************************************************
       RTDESFAZ                        SECTION.
      ******************************************************************
      *--- DESFAZ A REABERTURA QUE NAO CHEGOU AO COMMIT: ROLLBACK NO   *
      *--- DB2 E EXCLUSAO DA OCORRENCIA RECEM-GRAVADA NO SPRINT.       *
      *
           EXEC SQL
               ROLLBACK
           END-EXEC.
      *
           OPEN I-O ARQUIVO.
      *
           IF WS-FS-ARQUIVO            EQUAL ZEROS
               MOVE WS-CHAVE-OCOR      TO FD-CHAVE
               DELETE ARQUIVO RECORD
               CLOSE ARQUIVO
           END-IF.
      *
       RTDESFAZX.                      EXIT.
      *
      ******************************************************************
       RTGRAVAJORNAL                   SECTION.
      ******************************************************************
      *--- A OCORRENCIA ABERTA PELA REABERTURA DEIXA O MESMO RASTRO    *
      *--- QUE UMA INCLUSAO DA TELA TESTE: ACAO I, OPERADOR,           *
      *--- DATA/HORA, A CHAVE DA OCORRENCIA E A IMAGEM DEPOIS.         *
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
           MOVE SPACES                 TO FD-REG-JORNAL.
           SET FD-JRN-INCLUSAO         TO TRUE.
           MOVE WS-OPERADOR            TO FD-JRN-OPERADOR.
           MOVE WS-DATA-JORNAL         TO FD-JRN-DATA.
           MOVE WS-HORA-JORNAL         TO FD-JRN-HORA.
           MOVE WS-CHAVE-OCOR          TO FD-JRN-CHAVE.
           MOVE SPACES                 TO FD-JRN-ANTES.
           MOVE FD-DADOS-RELATO        TO FD-JRN-DEPOIS.
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
           DISPLAY 'REABDIA - REABERTURA DE DATA DE MOVIMENTO FECHADA'
                                       AT 0101.
           DISPLAY WS-OPERADOR         AT 0171.
      *
           DISPLAY 'DATA DE MOVIMENTO : ' AT 0401.
           DISPLAY WS-DATA-CONSULTADA  AT 0421.
           DISPLAY 'SITUACAO .........: ' AT 0601.
           DISPLAY WS-LIN-SITUACAO     AT 0621.
           DISPLAY WS-LIN-FECHAMENTO   AT 0801.
           DISPLAY WS-LIN-REABERTURA   AT 0901.
           DISPLAY WS-LIN-MOTIVO       AT 1001.
      *
           MOVE 'ENTER=ATUALIZA PF4=OUTRA DATA PF5=REABRE PF3=SAI'
                                       TO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-REABDIA           NOT EQUAL SPACES
               DISPLAY WS-MSG-REABDIA  AT 2401
               MOVE SPACES             TO WS-MSG-REABDIA
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
