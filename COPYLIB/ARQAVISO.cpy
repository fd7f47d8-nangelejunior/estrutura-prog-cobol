      ******************************************************************
      *    COPYBOOK   : ARQAVISO                                       *
      *    DESCRICAO   : LAYOUT DO ARQUIVO DE AVISO AO REMETENTE DO    *
      *                  EARQUIVO (AVISO.GDG / SYS100 DO GERAAVIS).    *
      *                  UM DETALHE PARA CADA REGISTRO RECEBIDO QUE    *
      *                  NAO FOI LANCADO - REJEITADO NA CRITICA (REJ), *
      *                  SUPRIMIDO COMO DUPLICADO (DUP) OU RETIDO POR  *
      *                  LIMITE (RET) - COM A CHAVE EXATAMENTE COMO    *
      *                  RECEBIDA, A SITUACAO E O MOTIVO, SEGUIDO DOS  *
      *                  DESFECHOS POSTERIORES DE MOVIMENTOS DE DIAS   *
      *                  ANTERIORES (CORRIGIDO, RESUBMETIDO, REJEITADO *
      *                  DE NOVO NA RESUBMISSAO, LIBERADO OU RECUSADO  *
      *                  PELO SUPERVISOR), FECHANDO COM UM TRAILER DE  *
      *                  TOTAIS DA GERACAO RECEBIDA.                   *
      *    TAMANHO     : 200 BYTES - MESMO LRECL DA FAMILIA ARQUIVOE/  *
      *                  ARQUIVOS.                                     *
      ******************************************************************
      * VERSAO 01 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - LAYOUT INICIAL DO ARQUIVO DE AVISO AO REMETENTE.  *
      ******************************************************************
       01  ARQAVISO.
           03  ARQA-TIPO-REGISTRO          PIC X(01).
               88  ARQA-REG-DETALHE                VALUE 'D'.
               88  ARQA-REG-TRAILER                VALUE 'T'.
      *
           03  ARQA-DETALHE.
      *--- CHAVE COMO VEIO NO EARQUIVO (BYTES 2 A 30 DO REGISTRO),    *
      *--- SEM CONVERSAO: UM CAMPO INVALIDO VOLTA COMO FOI ENVIADO.   *
               05  ARQA-CHAVE-ORIGINAL.
                   07  ARQA-COD-TRANSACAO  PIC X(04).
                   07  ARQA-DATA-EFETIVA   PIC X(08).
                   07  ARQA-EMPRESA        PIC X(04).
                   07  ARQA-VALOR          PIC X(13).
               05  ARQA-SITUACAO           PIC X(03).
                   88  ARQA-SIT-REJEITADO          VALUE 'REJ'.
                   88  ARQA-SIT-DUPLICADO          VALUE 'DUP'.
                   88  ARQA-SIT-RETIDO             VALUE 'RET'.
                   88  ARQA-SIT-CORRIGIDO          VALUE 'COR'.
                   88  ARQA-SIT-RESUBMETIDO        VALUE 'RES'.
                   88  ARQA-SIT-LIBERADO           VALUE 'LIB'.
                   88  ARQA-SIT-RECUSADO           VALUE 'RCS'.
               05  ARQA-MOTIVO             PIC X(04).
               05  ARQA-IND-POSTERIOR      PIC X(01).
                   88  ARQA-DO-DIA                 VALUE 'N'.
                   88  ARQA-POSTERIOR              VALUE 'S'.
               05  ARQA-DATA-MOVIMENTO     PIC 9(08).
               05  ARQA-DESCRICAO          PIC X(40).
               05  FILLER                  PIC X(114).
      *
           03  ARQA-TRAILER REDEFINES ARQA-DETALHE.
               05  ARQA-QT-REGISTROS       PIC 9(08).
               05  ARQA-DATA-PROCESSO      PIC 9(08).
               05  ARQA-QT-RECEBIDOS       PIC 9(08).
               05  ARQA-QT-LANCADOS        PIC 9(08).
               05  ARQA-QT-REJEITADOS      PIC 9(08).
               05  ARQA-QT-SUPRIMIDOS      PIC 9(08).
               05  ARQA-QT-RETIDOS         PIC 9(08).
               05  ARQA-QT-AGENDADOS       PIC 9(08).
               05  ARQA-QT-POSTERIORES     PIC 9(08).
               05  FILLER                  PIC X(127).
