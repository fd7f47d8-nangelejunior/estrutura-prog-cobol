      *     *                (SARQEMPN SO COM TRAILER - VAGA DE SPLIT  *CONFRT
      *     *                SEM EMPRESA DESIGNADA).                   *CONFRT
      *     *----------------------------------------------------------*CONFRT
      *     * VERSAO 04    - FABRICA DE SOFTWARE      -     15.10.2026 *CONFRT
      *     *              - HISTORICO DE EVENTOS DO MOVIMENTO (AUDITO-*CONFRT
      *     *                RIA.TB_EVENTO_MOVTO): CADA RETORNO CASADO *CONFRT
      *     *                COM O ENVIADO DEIXA UM EVENTO DE ACEITO   *CONFRT
      *     *                (ACE) OU RECUSADO PELA EMPRESA (RCR, COM O*CONFRT
      *     *                MOTIVO DA RECUSA NO COMPLEMENTO). FALHA NO*CONFRT
      *     *                EVENTO NAO MUDA O RETORNO.                *CONFRT
      *     *----------------------------------------------------------*CONFRT
      ******************************************************************CONFRT
      *                                                                 CONFRT
      ******************************************************************CONFRT
       01  WS-CT-SEM-ENVIO         PIC     9(08)         VALUE ZEROS.   CONFRT
       01  WS-CT-SEM-RETORNO       PIC     9(08)         VALUE ZEROS.   CONFRT
       01  WS-CT-RET-DUPLICADO     PIC     9(08)         VALUE ZEROS.   CONFRT
       01  WS-CT-EVT-FALHAS        PIC     9(08)         VALUE ZEROS.   CONFRT
       01  WS-CT-LINHAS            PIC     9(02)         VALUE ZEROS.   CONFRT
       01  WS-CT-PAGINA            PIC     9(05)         VALUE ZEROS.   CONFRT
      *                                                                 CONFRT
                                                         COMP.          CONFRT
       01  WS-HIST-RETORNO         PIC    S9(04)         VALUE ZEROS    CONFRT
                                                         COMP.          CONFRT
      *                                                                 CONFRT
      *                                                                 CONFRT
      *--- AREA DE TRABALHO PARA O HISTORICO DE EVENTOS DO MOVIMENTO -- CONFRT
       01  WS-EVT-TRANSACAO        PIC     X(04)         VALUE SPACES.  CONFRT
       01  WS-EVT-DATA-EFETIVA     PIC     X(08)         VALUE SPACES.  CONFRT
       01  WS-EVT-EMPRESA          PIC     X(04)         VALUE SPACES.  CONFRT
       01  WS-EVT-VALOR            PIC    S9(11)V99      VALUE ZEROS    CONFRT
                                                         COMP-3.        CONFRT
       01  WS-EVT-DATA-MOVTO       PIC     X(08)         VALUE SPACES.  CONFRT
       01  WS-EVT-SEQ-ORIGEM       PIC    S9(09)         VALUE ZEROS    CONFRT
                                                         COMP.          CONFRT
       01  WS-EVT-CODIGO           PIC     X(03)         VALUE SPACES.  CONFRT
       01  WS-EVT-MOTIVO           PIC     X(04)         VALUE SPACES.  CONFRT
       01  WS-EVT-PROGRAMA         PIC     X(08)         VALUE          CONFRT
           'CONFRET '.                                                  CONFRT
       01  WS-EVT-OPERADOR         PIC     X(08)         VALUE SPACES.  CONFRT
       01  WS-EVT-DATA-HORA        PIC     X(16)         VALUE SPACES.  CONFRT
       01  WS-EVT-SEQUENCIA        PIC    S9(09)         VALUE ZEROS    CONFRT
                                                         COMP.          CONFRT
       01  WS-EVT-COMPLEMENTO      PIC     X(40)         VALUE SPACES.  CONFRT
       01  WS-EVT-DATA             PIC     X(08)         VALUE SPACES.  CONFRT
       01  WS-EVT-HORA             PIC     X(08)         VALUE SPACES.  CONFRT
      *                                                                 CONFRT
       EXEC SQL                                                         CONFRT
           INCLUDE SQLCA                                                CONFRT
               ADD 1                   TO WS-CT-RECUSADOS               CONFRT
               MOVE ARQR-MOTIVO-RECUSA TO ITM-MOTIVO                    CONFRT
               PERFORM RTIMPRIMEITEM                                    CONFRT
               MOVE 'RCR'              TO WS-EVT-CODIGO                 CONFRT
               MOVE ARQR-MOTIVO-RECUSA TO WS-EVT-COMPLEMENTO            CONFRT
           ELSE                                                         CONFRT
               MOVE 'A'                TO WS-TB-ENV-RETORNO(I01-ENV)    CONFRT
               ADD 1                   TO WS-CT-ACEITOS                 CONFRT
               MOVE 'ACE'              TO WS-EVT-CODIGO                 CONFRT
               MOVE 'ACEITO NO RETORNO DA EMPRESA'                      CONFRT
                                       TO WS-EVT-COMPLEMENTO            CONFRT
           END-IF.                                                      CONFRT
      *                                                                 CONFRT
           PERFORM RTEVENTORETORNO.                                     CONFRT
      *                                                                 CONFRT
       RTCASARETORNOX.                 EXIT.                            CONFRT
      *                                                                 CONFRT
      ******************************************************************CONFRT
      *    ROTINA DE EVENTO DO RETORNO CASADO                          *CONFRT
      ******************************************************************CONFRT
       RTEVENTORETORNO                 SECTION.                         CONFRT
      *                                                                 CONFRT
      *--- A CHAVE VEM DO RETORNO (IGUAL A DO ENVIADO CASADO) E A      *CONFRT
      *--- POSICAO E A ORDEM DO DETALHE NO ARQUIVO DE RETORNO. O       *CONFRT
      *--- CHAMADOR JA PREENCHEU O CODIGO E O COMPLEMENTO.             *CONFRT
           MOVE ARQR-COD-TRANSACAO     TO WS-EVT-TRANSACAO.             CONFRT
           MOVE ARQR-DETALHE(5:8)      TO WS-EVT-DATA-EFETIVA.          CONFRT
           MOVE ARQR-DETALHE(13:4)     TO WS-EVT-EMPRESA.               CONFRT
      *                                                                 CONFRT
           IF ARQR-VALOR               NUMERIC                          CONFRT
               MOVE ARQR-VALOR         TO WS-EVT-VALOR                  CONFRT
           ELSE                                                         CONFRT
               MOVE ZEROS              TO WS-EVT-VALOR                  CONFRT
           END-IF.                                                      CONFRT
      *                                                                 CONFRT
           MOVE WS-DATA-EXECUCAO       TO WS-EVT-DATA-MOVTO.            CONFRT
           MOVE WS-CT-RETORNOS         TO WS-EVT-SEQ-ORIGEM.            CONFRT
           MOVE SPACES                 TO WS-EVT-MOTIVO.                CONFRT
      *                                                                 CONFRT
           PERFORM RTGRAVAEVENTO.                                       CONFRT
      *                                                                 CONFRT
       RTEVENTORETORNOX.               EXIT.                            CONFRT
      *                                                                 CONFRT
      ******************************************************************CONFRT
      *    ROTINA DE GRAVACAO DO HISTORICO DE EVENTOS DO MOVIMENTO     *CONFRT
      ******************************************************************CONFRT
       RTGRAVAEVENTO                   SECTION.                         CONFRT
      *                                                                 CONFRT
      *--- GRAVA EM AUDITORIA.TB_EVENTO_MOVTO O EVENTO MONTADO EM      *CONFRT
      *--- WS-EVT-* PELO CHAMADOR (CHAVE, DATA DE MOVIMENTO, POSICAO,  *CONFRT
      *--- CODIGO, MOTIVO E COMPLEMENTO). FALHA AQUI NAO INTERROMPE A  *CONFRT
      *--- EXECUCAO NEM MUDA O RETORNO - O MOVIMENTO JA FOI TRATADO, SO*CONFRT
      *--- O RASTRO FICA INCOMPLETO, E AS FALHAS SAEM NOS TOTAIS.      *CONFRT
           ACCEPT WS-EVT-DATA          FROM DATE YYYYMMDD.              CONFRT
           ACCEPT WS-EVT-HORA          FROM TIME.                       CONFRT
           STRING WS-EVT-DATA          DELIMITED BY SIZE                CONFRT
                  WS-EVT-HORA          DELIMITED BY SIZE                CONFRT
                                       INTO WS-EVT-DATA-HORA.           CONFRT
      *                                                                 CONFRT
           ADD 1                       TO WS-EVT-SEQUENCIA.             CONFRT
      *                                                                 CONFRT
           EXEC SQL                                                     CONFRT
               INSERT INTO AUDITORIA.TB_EVENTO_MOVTO                    CONFRT
                   (COD_TRANSACAO, DAT_EFETIVA, COD_EMPRESA,            CONFRT
                    VLR_MOVTO, DAT_MOVIMENTO, NUM_SEQ_ORIGEM,           CONFRT
                    COD_EVENTO, COD_MOTIVO, NOM_PROGRAMA,               CONFRT
                    NOM_OPERADOR, DAT_HOR_EVENTO, NUM_SEQ_EVENTO,       CONFRT
                    DES_COMPLEMENTO)                                    CONFRT
               VALUES                                                   CONFRT
                   (:WS-EVT-TRANSACAO, :WS-EVT-DATA-EFETIVA,            CONFRT
                    :WS-EVT-EMPRESA, :WS-EVT-VALOR,                     CONFRT
                    :WS-EVT-DATA-MOVTO, :WS-EVT-SEQ-ORIGEM,             CONFRT
                    :WS-EVT-CODIGO, :WS-EVT-MOTIVO,                     CONFRT
                    :WS-EVT-PROGRAMA, :WS-EVT-OPERADOR,                 CONFRT
                    :WS-EVT-DATA-HORA, :WS-EVT-SEQUENCIA,               CONFRT
                    :WS-EVT-COMPLEMENTO)                                CONFRT
           END-EXEC.                                                    CONFRT
      *                                                                 CONFRT
           IF SQLCODE                  NOT EQUAL ZEROS                  CONFRT
               ADD 1                   TO WS-CT-EVT-FALHAS              CONFRT
               DISPLAY '#CONFRT.914I - ERRO NA GRAVACAO DO EVENTO '     CONFRT
                       WS-EVT-CODIGO ' - SQLCODE = ' SQLCODE            CONFRT
           ELSE                                                         CONFRT
               EXEC SQL                                                 CONFRT
                   COMMIT                                               CONFRT
               END-EXEC                                                 CONFRT
           END-IF.                                                      CONFRT
      *                                                                 CONFRT
       RTGRAVAEVENTOX.                 EXIT.                            CONFRT
      *                                                                 CONFRT
      ******************************************************************CONFRT
      *    ROTINA DE LISTA DOS ENVIADOS SEM RETORNO                    *CONFRT
      ******************************************************************CONFRT
       RTLISTASEMRETORNO               SECTION.                         CONFRT
                   WS-CT-SEM-RETORNO.                                   CONFRT
           DISPLAY '  RETORNOS SEM ENVIO          : '                   CONFRT
                   WS-CT-SEM-ENVIO.                                     CONFRT
           IF WS-CT-EVT-FALHAS         GREATER ZEROS                    CONFRT
               DISPLAY '  EVENTOS NAO GRAVADOS (DB2)  : '               CONFRT
                       WS-CT-EVT-FALHAS                                 CONFRT
           END-IF.                                                      CONFRT
           IF WS-RETORNO-AUSENTE-SIM                                    CONFRT
               DISPLAY '  ** RETORNO AUSENTE NO CORTE - OCORRENCIA **'  CONFRT
           END-IF.                                                      CONFRT
