      $SET ANS85 MF ALIGN(4)
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. MANTFERI.
       AUTHOR.       FABRICA DE SOFTWARE.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      ******************************************************************
      *REMARKS.                                                        *
      *    *-----------------------------------------------------------*
      *    *#NOME     : MANTFERI                                       *
      *    *-----------------------------------------------------------*
      *    *#TIPO     : COBOL MICRO FOCUS                              *
      *    *-----------------------------------------------------------*
      *    *#ANALISTA : FABRICA DE SOFTWARE                            *
      *    *-----------------------------------------------------------*
      *    *#FUNCAO   : MANUTENCAO EM TELA DO CALENDARIO DE FERIADOS   *
      *    *            (AUDITORIA.TB_FERIADO): DATA, DESCRICAO E      *
      *    *            INDICADOR DE FERIADO FIXO (S = MESMO DIA E MES *
      *    *            TODO ANO). A TELA MOSTRA UM ANO DE CADA VEZ;   *
      *    *            A CARGA DE UM ANO NOVO COPIA OS FERIADOS FIXOS *
      *    *            DO ANO ANTERIOR, FICANDO OS MOVEIS (CARNAVAL,  *
      *    *            SEXTA-FEIRA SANTA, CORPUS CHRISTI) PARA A      *
      *    *            INCLUSAO. DIA UTIL E SEGUNDA A SEXTA FORA DO   *
      *    *            CALENDARIO - A CRITICA DO MODEL01 (R007), A    *
      *    *            GUARDA DE SUBMISSAO DO BATCH, O CONFRONTO DO   *
      *    *            MODEL03 E O ENVELHECIMENTO DO CICLOSP LEEM     *
      *    *            ESTA TABELA.                                   *
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
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03  WS-HOJE-ANO         PIC     9(04).
           03  FILLER              PIC     9(04).
      *
      ******************************************************************
      *    AREA DO ANO EXIBIDO                                         *
      ******************************************************************
       01  WS-ANO-TELA             PIC     9(04)         VALUE ZEROS.
       01  WS-ANO-ANTERIOR         PIC     9(04)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE PAGINACAO                                           *
      ******************************************************************
      *--- OS FERIADOS DO ANO EXIBIDO SAO CARREGADOS DE UMA SO VEZ NA  *
      *--- TABELA ABAIXO (ATE 100, EM ORDEM DE DATA) E A PAGINACAO E   *
      *--- FEITA SOBRE A TABELA, COMO NA TELA MANTEMPR.                *
       01  WS-QT-LINHAS-PAGINA     PIC     9(03)         VALUE 015.
       01  WS-QT-CARREGADOS        PIC     9(03)         VALUE ZEROS.
       01  WS-QT-MAXIMO            PIC     9(03)         VALUE 100.
       01  WS-TOPO                 PIC     9(03)         VALUE 001.
       01  WS-SUB                  PIC     9(03)         VALUE ZEROS.
       01  WS-LINHA-TELA           PIC     9(03)         VALUE ZEROS.
       01  WS-FIM-PAGINA           PIC     9(03)         VALUE ZEROS.
       01  WS-RODAPE               PIC     X(80)         VALUE SPACES.
       01  WS-MSG-MANTFERI         PIC     X(60)         VALUE SPACES.
      *
       01  WS-TAB.
           03  WS-TB-FERIADO OCCURS 100 TIMES
                             INDEXED BY I01-WSTAB.
               05  WS-TB-DATA      PIC     X(08).
               05  WS-TB-DESCRICAO PIC     X(30).
               05  WS-TB-FIXO      PIC     X(01).
      *
      ******************************************************************
      *    AREA DE MANUTENCAO                                          *
      ******************************************************************
       01  WS-DATA-DIGITADA        PIC     X(08)         VALUE SPACES.
       01  WS-DESCRICAO-DIGITADA   PIC     X(30)         VALUE SPACES.
       01  WS-FIXO-DIGITADO        PIC     X(01)         VALUE SPACES.
           88  WS-FIXO-VALIDO                            VALUE 'S'
                                                               'N'.
       01  WS-ANO-DIGITADO         PIC     X(04)         VALUE SPACES.
      *
       01  WS-DATA-CRITICA.
           03  WS-DTC-ANO          PIC     9(04)         VALUE ZEROS.
           03  WS-DTC-MES          PIC     9(02)         VALUE ZEROS.
           03  WS-DTC-DIA          PIC     9(02)         VALUE ZEROS.
       01  WS-DIAS-MES-TAB         PIC     X(24)         VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES WS-DIAS-MES-TAB.
           03  WS-DIAS-MES         PIC     9(02)         OCCURS 12.
       01  WS-ULTIMO-DIA           PIC     9(02)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE LINHA DE DETALHE DA TELA                            *
      ******************************************************************
       01  WS-LIN-DETALHE.
           03  DET-DIA             PIC     X(02).
           03  FILLER              PIC     X(01)         VALUE '/'.
           03  DET-MES             PIC     X(02).
           03  FILLER              PIC     X(01)         VALUE '/'.
           03  DET-ANO             PIC     X(04).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-DESCRICAO       PIC     X(30).
           03  FILLER              PIC     X(02)         VALUE SPACES.
           03  DET-FIXO            PIC     X(05).
      *
       01  WS-LIN-CABEC.
           03  FILLER              PIC     X(12)         VALUE
           'DATA'.
           03  FILLER              PIC     X(32)         VALUE
           'DESCRICAO'.
           03  FILLER              PIC     X(05)         VALUE
           'FIXO'.
      *
      ******************************************************************
      *    AREA DE DB2                                                 *
      ******************************************************************
       01  WS-SQL-DATA             PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DESCRICAO        PIC     X(30)         VALUE SPACES.
       01  WS-SQL-FIXO             PIC     X(01)         VALUE SPACES.
       01  WS-SQL-DATA-INI         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-DATA-FIM         PIC     X(08)         VALUE SPACES.
       01  WS-SQL-ANO-ORIGEM       PIC     X(04)         VALUE SPACES.
       01  WS-SQL-ANO-DESTINO      PIC     X(04)         VALUE SPACES.
       01  WS-SQL-QTDE             PIC    S9(09)         VALUE ZEROS
                                                         COMP.
      *
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *
       EXEC SQL
           DECLARE C-FERIADO CURSOR FOR
           SELECT DAT_FERIADO, DES_FERIADO, IND_FIXO
             FROM AUDITORIA.TB_FERIADO
            WHERE DAT_FERIADO BETWEEN :WS-SQL-DATA-INI
                                  AND :WS-SQL-DATA-FIM
            ORDER BY DAT_FERIADO
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
           MOVE WS-HOJE-ANO            TO WS-ANO-TELA.
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
      *---   PF4   (02) - INCLUI FERIADO NOVO                          *
      *---   PF5   (03) - TROCA O ANO EXIBIDO (ANO SEM NENHUM FERIADO  *
      *---                RECEBE OS FIXOS DO ANO ANTERIOR)             *
      *---   PF6   (04) - EXCLUI UM FERIADO                            *
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
                       MOVE 'ULTIMA PAGINA' TO WS-MSG-MANTFERI
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '99'
                   IF WS-TOPO          GREATER WS-QT-LINHAS-PAGINA
                       COMPUTE WS-TOPO = WS-TOPO - WS-QT-LINHAS-PAGINA
                   ELSE
                       MOVE 001        TO WS-TOPO
                       MOVE 'PRIMEIRA PAGINA' TO WS-MSG-MANTFERI
                   END-IF
                   GO              TO RTREESCREVE
               WHEN '02'
                   PERFORM RTINCLUIR
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '03'
                   PERFORM RTTROCAANO
                   PERFORM RTCARGA
                   GO              TO RTREESCREVE
               WHEN '04'
                   PERFORM RTEXCLUIR
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
      *--- ABRE O CURSOR E CARREGA OS FERIADOS DO ANO EXIBIDO, JA      *
      *--- ORDENADOS PELO PROPRIO CURSOR.                              *
      *
           MOVE ZEROS                  TO WS-QT-CARREGADOS.
           MOVE 001                    TO WS-TOPO.
      *
           MOVE WS-ANO-TELA            TO WS-SQL-DATA-INI(1:4)
                                           WS-SQL-DATA-FIM(1:4).
           MOVE '0101'                 TO WS-SQL-DATA-INI(5:4).
           MOVE '1231'                 TO WS-SQL-DATA-FIM(5:4).
      *
           EXEC SQL
               OPEN C-FERIADO
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA ABERTURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTFERI
               GO TO RTCARGAX
           END-IF.
      *
           PERFORM RTFETCH.
      *
           PERFORM UNTIL SQLCODE NOT EQUAL ZEROS
                      OR WS-QT-CARREGADOS EQUAL WS-QT-MAXIMO
               ADD 1                   TO WS-QT-CARREGADOS
               SET I01-WSTAB           TO WS-QT-CARREGADOS
               MOVE WS-SQL-DATA        TO WS-TB-DATA(I01-WSTAB)
               MOVE WS-SQL-DESCRICAO   TO WS-TB-DESCRICAO(I01-WSTAB)
               MOVE WS-SQL-FIXO        TO WS-TB-FIXO(I01-WSTAB)
               PERFORM RTFETCH
           END-PERFORM.
      *
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL 100
               MOVE 'ERRO NA LEITURA DO CURSOR - VEJA O DBA'
                                       TO WS-MSG-MANTFERI
           END-IF.
      *
           EXEC SQL
               CLOSE C-FERIADO
           END-EXEC.
      *
           IF WS-QT-CARREGADOS         EQUAL ZEROS
            AND WS-MSG-MANTFERI        EQUAL SPACES
               MOVE 'NENHUM FERIADO NO ANO - PF5 CARREGA, PF4 INCLUI'
                                       TO WS-MSG-MANTFERI
           END-IF.
      *
       RTCARGAX.                       EXIT.
      *
      ******************************************************************
       RTFETCH                         SECTION.
      ******************************************************************
      *
           EXEC SQL
               FETCH C-FERIADO
                INTO :WS-SQL-DATA, :WS-SQL-DESCRICAO,
                     :WS-SQL-FIXO
           END-EXEC.
      *
       RTFETCHX.                       EXIT.
      *
      ******************************************************************
       RTINCLUIR                       SECTION.
      ******************************************************************
      *--- INCLUI UM FERIADO NOVO. FIXO EM BRANCO VIRA N (FERIADO      *
      *--- MOVEL, QUE NAO E COPIADO PARA O ANO SEGUINTE).              *
      *
           MOVE SPACES                 TO WS-DATA-DIGITADA
                                           WS-DESCRICAO-DIGITADA
                                           WS-FIXO-DIGITADO.
      *
           DISPLAY 'DATA AAAAMMDD .....: ' AT 2001.
           ACCEPT  WS-DATA-DIGITADA    AT 2023.
           DISPLAY 'DESCRICAO .........: ' AT 2101.
           ACCEPT  WS-DESCRICAO-DIGITADA AT 2123.
           DISPLAY 'FIXO S/N ..........: ' AT 2201.
           ACCEPT  WS-FIXO-DIGITADO    AT 2223.
      *
           PERFORM RTCONSISTEDATA.
           IF WS-MSG-MANTFERI          NOT EQUAL SPACES
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-DESCRICAO-DIGITADA    EQUAL SPACES
               MOVE 'DESCRICAO OBRIGATORIA - NADA INCLUIDO'
                                       TO WS-MSG-MANTFERI
               GO TO RTINCLUIRX
           END-IF.
      *
           IF WS-FIXO-DIGITADO         EQUAL SPACES
               MOVE 'N'                TO WS-FIXO-DIGITADO
           END-IF.
      *
           IF NOT WS-FIXO-VALIDO
               MOVE 'FIXO DEVE SER S OU N - NADA INCLUIDO'
                                       TO WS-MSG-MANTFERI
               GO TO RTINCLUIRX
           END-IF.
      *
           MOVE WS-DATA-DIGITADA       TO WS-SQL-DATA.
           MOVE WS-DESCRICAO-DIGITADA  TO WS-SQL-DESCRICAO.
           MOVE WS-FIXO-DIGITADO       TO WS-SQL-FIXO.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_FERIADO
                   (DAT_FERIADO, DES_FERIADO, IND_FIXO)
               VALUES
                   (:WS-SQL-DATA, :WS-SQL-DESCRICAO, :WS-SQL-FIXO)
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'FERIADO INCLUIDO' TO WS-MSG-MANTFERI
                   MOVE WS-DTC-ANO     TO WS-ANO-TELA
               WHEN -803
                   MOVE 'FERIADO JA CADASTRADO NESTA DATA'
                                       TO WS-MSG-MANTFERI
               WHEN OTHER
                   MOVE 'ERRO NA INCLUSAO - VEJA O DBA'
                                       TO WS-MSG-MANTFERI
           END-EVALUATE.
      *
       RTINCLUIRX.                     EXIT.
      *
      ******************************************************************
       RTEXCLUIR                       SECTION.
      ******************************************************************
      *--- EXCLUI O FERIADO DA DATA INFORMADA - O DIA VOLTA A SER UTIL *
      *--- SE CAIR DE SEGUNDA A SEXTA.                                 *
      *
           MOVE SPACES                 TO WS-DATA-DIGITADA.
      *
           DISPLAY 'DATA AAAAMMDD .....: ' AT 2201.
           ACCEPT  WS-DATA-DIGITADA    AT 2223.
      *
           PERFORM RTCONSISTEDATA.
           IF WS-MSG-MANTFERI          NOT EQUAL SPACES
               GO TO RTEXCLUIRX
           END-IF.
      *
           MOVE WS-DATA-DIGITADA       TO WS-SQL-DATA.
      *
           EXEC SQL
               DELETE FROM AUDITORIA.TB_FERIADO
                WHERE DAT_FERIADO = :WS-SQL-DATA
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'FERIADO EXCLUIDO' TO WS-MSG-MANTFERI
               WHEN 100
                   MOVE 'NENHUM FERIADO NESTA DATA'
                                       TO WS-MSG-MANTFERI
               WHEN OTHER
                   MOVE 'ERRO NA EXCLUSAO - VEJA O DBA'
                                       TO WS-MSG-MANTFERI
           END-EVALUATE.
      *
       RTEXCLUIRX.                     EXIT.
      *
      ******************************************************************
       RTTROCAANO                      SECTION.
      ******************************************************************
      *--- TROCA O ANO EXIBIDO (EM BRANCO = ANO SEGUINTE AO ATUAL). UM *
      *--- ANO AINDA SEM NENHUM FERIADO RECEBE OS FERIADOS FIXOS DO    *
      *--- ANO ANTERIOR NO MESMO DIA E MES - E A CARGA DO ANO NOVO. OS *
      *--- MOVEIS FICAM PARA A INCLUSAO (PF4). 29 DE FEVEREIRO NAO E   *
      *--- COPIADO.                                                    *
      *
           MOVE SPACES                 TO WS-ANO-DIGITADO.
      *
           DISPLAY 'ANO AAAA (BRANCO = SEGUINTE): ' AT 2201.
           ACCEPT  WS-ANO-DIGITADO     AT 2232.
      *
           IF WS-ANO-DIGITADO          EQUAL SPACES
               ADD 1                   TO WS-ANO-TELA
           ELSE
               IF WS-ANO-DIGITADO      NOT NUMERIC
                OR WS-ANO-DIGITADO     LESS '1900'
                   MOVE 'ANO INVALIDO - NADA ALTERADO'
                                       TO WS-MSG-MANTFERI
                   GO TO RTTROCAANOX
               END-IF
               MOVE WS-ANO-DIGITADO    TO WS-ANO-TELA
           END-IF.
      *
           MOVE WS-ANO-TELA            TO WS-SQL-ANO-DESTINO.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-TELA - 1.
           MOVE WS-ANO-ANTERIOR        TO WS-SQL-ANO-ORIGEM.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SQL-QTDE
                 FROM AUDITORIA.TB_FERIADO
                WHERE SUBSTR(DAT_FERIADO, 1, 4) = :WS-SQL-ANO-DESTINO
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ERRO NA CONSULTA DO ANO - VEJA O DBA'
                                       TO WS-MSG-MANTFERI
               GO TO RTTROCAANOX
           END-IF.
      *
           IF WS-SQL-QTDE              GREATER ZEROS
               GO TO RTTROCAANOX
           END-IF.
      *
           EXEC SQL
               INSERT INTO AUDITORIA.TB_FERIADO
                   (DAT_FERIADO, DES_FERIADO, IND_FIXO)
               SELECT :WS-SQL-ANO-DESTINO CONCAT
                      SUBSTR(DAT_FERIADO, 5, 4),
                      DES_FERIADO, IND_FIXO
                 FROM AUDITORIA.TB_FERIADO
                WHERE SUBSTR(DAT_FERIADO, 1, 4) = :WS-SQL-ANO-ORIGEM
                  AND SUBSTR(DAT_FERIADO, 5, 4) <> '0229'
                  AND IND_FIXO = 'S'
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN ZEROS
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'FIXOS COPIADOS - INCLUA OS MOVEIS'
                                       TO WS-MSG-MANTFERI
               WHEN 100
                   MOVE 'ANO ANTERIOR SEM FIXOS - INCLUA PELO PF4'
                                       TO WS-MSG-MANTFERI
               WHEN OTHER
                   MOVE 'ERRO NA CARGA DO ANO - VEJA O DBA'
                                       TO WS-MSG-MANTFERI
           END-EVALUATE.
      *
       RTTROCAANOX.                    EXIT.
      *
      ******************************************************************
       RTCONSISTEDATA                  SECTION.
      ******************************************************************
      *--- CONSISTE A DATA DIGITADA (AAAAMMDD), COM ANO BISSEXTO.      *
      *
           IF WS-DATA-DIGITADA         NOT NUMERIC
               MOVE 'DATA AAAAMMDD OBRIGATORIA - NADA GRAVADO'
                                       TO WS-MSG-MANTFERI
               GO TO RTCONSISTEDATAX
           END-IF.
      *
           MOVE WS-DATA-DIGITADA       TO WS-DATA-CRITICA.
      *
           IF WS-DTC-MES               LESS 01 OR
              WS-DTC-MES               GREATER 12
               MOVE 'MES INVALIDO - NADA GRAVADO'
                                       TO WS-MSG-MANTFERI
               GO TO RTCONSISTEDATAX
           END-IF.
      *
           MOVE WS-DIAS-MES(WS-DTC-MES) TO WS-ULTIMO-DIA.
      *
           IF WS-DTC-MES EQUAL 02
              AND ((FUNCTION MOD(WS-DTC-ANO 4)   EQUAL ZEROS AND
                    FUNCTION MOD(WS-DTC-ANO 100) NOT EQUAL ZEROS) OR
                    FUNCTION MOD(WS-DTC-ANO 400) EQUAL ZEROS)
               MOVE 29                 TO WS-ULTIMO-DIA
           END-IF.
      *
           IF WS-DTC-DIA               LESS 01 OR
              WS-DTC-DIA               GREATER WS-ULTIMO-DIA
               MOVE 'DIA INVALIDO - NADA GRAVADO'
                                       TO WS-MSG-MANTFERI
           END-IF.
      *
       RTCONSISTEDATAX.                EXIT.
      *
      ******************************************************************
       RTMONTA                         SECTION.
      ******************************************************************
      *
           DISPLAY ERASE.
      *
           DISPLAY 'MANTFERI - CALENDARIO DE FERIADOS - ANO' AT 0101.
           DISPLAY WS-ANO-TELA         AT 0142.
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
               MOVE WS-TB-DATA(I01-WSTAB)(7:2) TO DET-DIA
               MOVE WS-TB-DATA(I01-WSTAB)(5:2) TO DET-MES
               MOVE WS-TB-DATA(I01-WSTAB)(1:4) TO DET-ANO
               MOVE WS-TB-DESCRICAO(I01-WSTAB) TO DET-DESCRICAO
               IF WS-TB-FIXO(I01-WSTAB)        EQUAL 'S'
                   MOVE 'FIXO'         TO DET-FIXO
               ELSE
                   MOVE 'MOVEL'        TO DET-FIXO
               END-IF
               ADD 1                   TO WS-LINHA-TELA
               COMPUTE WS-POSICAO = (WS-LINHA-TELA + 2) * 100 + 01
               DISPLAY WS-LIN-DETALHE  AT WS-POSICAO
           END-PERFORM.
      *
      *--- RODAPE COM A POSICAO DENTRO DO ANO -------------------------*
           MOVE SPACES                 TO WS-RODAPE.
           STRING 'FERIADOS '          DELIMITED BY SIZE
                  WS-TOPO              DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-FIM-PAGINA        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WS-QT-CARREGADOS     DELIMITED BY SIZE
                  ' - PF4=INCLUI PF5=ANO PF6=EXCLUI PF3=SAI'
                                       DELIMITED BY SIZE
                                       INTO WS-RODAPE.
      *
           DISPLAY WS-RODAPE           AT 2301.
      *
           IF WS-MSG-MANTFERI          NOT EQUAL SPACES
               DISPLAY WS-MSG-MANTFERI AT 2401
               MOVE SPACES             TO WS-MSG-MANTFERI
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
