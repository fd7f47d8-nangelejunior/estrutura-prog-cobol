      *    *-----------------------------------------------------------*
      *    * VERSAO 01    -    FABRICA DE SOFTWARE    -    22.08.2026  *
      *    *-----------------------------------------------------------*
      *    * VERSAO 02    -    FABRICA DE SOFTWARE    -    15.10.2026  *
      *    *              -    A TELA PASSA A SER CHAMADA TAMBEM PELA  *
      *    *                   CONSOLE DE OPERACAO (CONSOPER): A       *
      *    *                   RTFINALIZA DEVOLVE O CONTROLE A QUEM    *
      *    *                   CHAMOU (EXIT PROGRAM) ANTES DO STOP RUN *
      *    *                   DA EXECUCAO AVULSA.                     *
      *    *-----------------------------------------------------------*
      ******************************************************************
      *
      ******************************************************************
       RTFINALIZA                      SECTION.
      ******************************************************************
      *
           EXIT PROGRAM.
           STOP RUN.
      *
       RTFINALIZAX.                    EXIT.
