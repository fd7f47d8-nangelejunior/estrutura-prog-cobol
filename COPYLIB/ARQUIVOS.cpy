      *             PELO MODEL01 PARA O ARQUIVO DE RETENCAO (SYS090), *
      *             AGUARDANDO LIBERACAO DO SUPERVISOR NA TELA        *
      *             LIBRETEN.                                         *
      ******************************************************************
      * VERSAO 05 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - CONTADOR DE MOVIMENTOS AGENDADOS                  *
      *             (ARQS-QT-AGENDADOS) NO TRAILER DE TOTAIS:         *
      *             DETALHES COM DATA EFETIVA POSTERIOR A DATA DE     *
      *             PROCESSAMENTO, DESVIADOS PELO MODEL01 PARA O      *
      *             CADASTRO DE AGENDADOS (SYS080) E LIBERADOS NO     *
      *             SARQUIVO PELO LIBAGEND NA DATA EFETIVA.           *
      ******************************************************************
      * VERSAO 06 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - MARCA DE AJUSTE MANUAL: NO DETALHE, A ORIGEM      *
      *             (ARQS-ORIGEM = J) E O NUMERO DO AJUSTE EM         *
      *             AUDITORIA.TB_AJUSTE (ARQS-NUM-AJUSTE); NO         *
      *             TRAILER, O INDICADOR DE GERACAO DE AJUSTES        *
      *             (ARQS-IND-GERACAO = J). AS GERACOES DE AJUSTES    *
      *             SAO GRAVADAS PELO GERAJUST COM OS AJUSTES         *
      *             APROVADOS NA TELA MANTAJUS; O ESTORNO USA A       *
      *             EXCLUSAO (ARQS-TIPO-ALTERACAO = E), QUE O         *
      *             POSTSALD JA LANCA SUBTRAINDO. NOS DEMAIS          *
      *             DETALHES E TRAILERS OS CAMPOS FICAM EM BRANCO.    *
      * VERSAO 07 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - EMPRESA DESIGNADA NO TRAILER DOS ARQUIVOS DE      *
      *             DESDOBRAMENTO (ARQS-EMPRESA-SPLIT), GRAVADA MESMO *
      *             QUANDO O ARQUIVO VEM SEM DETALHE, PARA O POSTSALD *
      *             REGISTRAR A EXECUCAO EM NOME DA EMPRESA. NOS      *
      *             DEMAIS TRAILERS O CAMPO FICA EM BRANCO.           *
      ******************************************************************
       01  ARQUIVOS.
           03  ARQS-TIPO-REGISTRO          PIC X(01).
                   88  ARQS-ALT-INCLUSAO           VALUE 'I'.
                   88  ARQS-ALT-ALTERACAO          VALUE 'A'.
                   88  ARQS-ALT-EXCLUSAO           VALUE 'E'.
               05  ARQS-ORIGEM             PIC X(01).
                   88  ARQS-ORIG-AJUSTE            VALUE 'J'.
               05  ARQS-NUM-AJUSTE         PIC 9(09).
               05  FILLER                  PIC X(159).
      *
           03  ARQS-TRAILER REDEFINES ARQS-DETALHE.
               05  ARQS-QT-LIDOS           PIC 9(08).
               05  ARQS-DATA-PROCESSO      PIC 9(08).
               05  ARQS-QT-DUPLICADOS      PIC 9(08).
               05  ARQS-QT-RETIDOS         PIC 9(08).
               05  ARQS-QT-AGENDADOS       PIC 9(08).
               05  ARQS-IND-GERACAO        PIC X(01).
                   88  ARQS-GER-AJUSTES            VALUE 'J'.
               05  ARQS-EMPRESA-SPLIT      PIC 9(04).
               05  FILLER                  PIC X(146).
