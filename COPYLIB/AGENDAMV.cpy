      ******************************************************************
      *    COPYBOOK   : AGENDAMV                                       *
      *    DESCRICAO   : LAYOUT DO REGISTRO DO CADASTRO DE MOVIMENTOS  *
      *                  AGENDADOS (AGENDA.KSDS): DETALHES DO EARQUIVO *
      *                  COM DATA EFETIVA POSTERIOR A DATA DE          *
      *                  PROCESSAMENTO, DESVIADOS PELO MODEL01 EM VEZ  *
      *                  DE GRAVADOS NO SARQUIVO. A CHAVE COMECA PELA  *
      *                  DATA EFETIVA + EMPRESA + TRANSACAO (A LEITURA *
      *                  SEQUENCIAL JA SAI NA ORDEM DE VENCIMENTO) E   *
      *                  TERMINA COM A DATA E A POSICAO DO REGISTRO NO *
      *                  EARQUIVO DE ORIGEM, QUE A TORNAM UNICA. O     *
      *                  LIBAGEND LIBERA OS VENCIDOS NUMA GERACAO DO   *
      *                  SARQUIVO E OS APAGA DAQUI; A TELA CANCAGEN    *
      *                  CANCELA UM AGENDADO ANTES DA LIBERACAO.       *
      *    TAMANHO     : 80 BYTES.                                     *
      ******************************************************************
      * VERSAO 01 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - LAYOUT INICIAL DO CADASTRO DE AGENDADOS.          *
      * VERSAO 02 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - SITUACAO PROVISORIA ('N'): O AGENDADO SO PASSA A  *
      *             PENDENTE ('P') QUANDO A EXECUCAO (OU O DIA DO     *
      *             LOTE) QUE O GRAVOU TERMINA COM RETORNO ZERO; SE   *
      *             ELA FALHA, O PROVISORIO E APAGADO. LIBERACAO E    *
      *             CANCELAMENTO SO CONSIDERAM OS PENDENTES.          *
      *           - SITUACAO LIBERADO ('L'): MARCADA PELO LIBAGEND NO *
      *             VENCIDO QUE FOI PARA O SARQUIVO; O EXPURGO SO     *
      *             APAGA O LIBERADO E O CANCELADO.                   *
      *           - O RESSUBME TAMBEM GRAVA AGENDADOS, COM POSICAO    *
      *             ABAIXO DE 1000000 (A DO MODEL01 COMECA EM         *
      *             1000000).                                         *
      ******************************************************************
       01  FD-REG-AGENDA.
           03  FD-AGD-CHAVE.
               05  FD-AGD-DATA-EFETIVA     PIC 9(08).
               05  FD-AGD-EMPRESA          PIC 9(04).
               05  FD-AGD-TRANSACAO        PIC X(04).
               05  FD-AGD-DATA-RECEBIDO    PIC 9(08).
               05  FD-AGD-SEQ-RECEBIDO     PIC 9(08).
           03  FD-AGD-DADOS.
               05  FD-AGD-VALOR            PIC S9(11)V9(02).
               05  FD-AGD-SITUACAO         PIC X(01).
                   88  FD-AGD-PENDENTE             VALUE 'P'.
                   88  FD-AGD-CANCELADO            VALUE 'C'.
                   88  FD-AGD-PROVISORIO           VALUE 'N'.
                   88  FD-AGD-LIBERADO             VALUE 'L'.
               05  FD-AGD-OPER-CANCEL      PIC X(08).
               05  FD-AGD-DATA-CANCEL      PIC 9(08).
               05  FILLER                  PIC X(18).
