      *    *                   JORNALSP, COMPARTILHADOS COM O          *
      *    *                   ABREOCOR.                               *
      *    *-----------------------------------------------------------*
      *    * VERSAO 08    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    A TELA PASSA A SER CHAMADA TAMBEM PELA  *
      *    *                   CONSOLE DE OPERACAO (CONSOPER): A       *
      *    *                   RTFINALIZA DEVOLVE O CONTROLE A QUEM    *
      *    *                   CHAMOU (EXIT PROGRAM) ANTES DO STOP RUN *
      *    *                   DA EXECUCAO AVULSA. O ERRO NA ABERTURA  *
      *    *                   DO SPRINT TAMBEM SAI PELA RTFINALIZA.   *
      *    *-----------------------------------------------------------*
      ******************************************************************
      *
      ******************************************************************
      *
           IF WS-FS-ARQUIVO            NOT EQUAL ZEROS
               DISPLAY 'ERRO ABERTURA = ' WS-FS-ARQUIVO
               PERFORM RTFINALIZA
           END-IF.
      *
           PERFORM RTLEARQUIVO.
       RTFINALIZA                      SECTION.
      ******************************************************************
      *
           EXIT PROGRAM.
           STOP RUN.
      *
       RTFINALIZAX.                    EXIT.
