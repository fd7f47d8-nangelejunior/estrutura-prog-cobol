      *             IDENTIFICAR DATA/EMPRESA DA FALHA, PARA O         *
      *             FECHAMENTO AUTOMATICO PELO CICLOSP QUANDO A       *
      *             REEXECUCAO CONCLUI COM RETORNO ZERO.              *
      ******************************************************************
      * VERSAO 03 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - TIPO DA SOLICITACAO (OCOR-TIPO), OCUPANDO PARTE   *
      *             DO FILLER: ALEM DA FALHA DE EXECUCAO (BRANCO OU   *
      *             'F'), O ESTATVOL SOLICITA OCORRENCIA DE VOLUME    *
      *             ('V') PARA A EMPRESA COM DESVIO ALTO SOBRE A      *
      *             MEDIA OU ESPERADA E AUSENTE. NA DE VOLUME, LIDOS  *
      *             E A QUANTIDADE DO DIA, GRAVADOS A MEDIA DA JANELA *
      *             E REJEITADOS OS DIAS DA MEDIA.                    *
      ******************************************************************
       01  OCOR-REGISTRO.
           03  OCOR-PROGRAMA               PIC X(08).
           03  OCOR-QT-GRAVADOS            PIC 9(06).
           03  OCOR-QT-REJEITADOS          PIC 9(06).
           03  OCOR-EMPRESA                PIC 9(04).
           03  OCOR-TIPO                   PIC X(01).
               88  OCOR-TIPO-FALHA         VALUE SPACE 'F'.
               88  OCOR-TIPO-VOLUME        VALUE 'V'.
           03  OCOR-IND-ANOMALIA           PIC X(01).
               88  OCOR-ANOMALIA-DESVIO    VALUE 'D'.
               88  OCOR-ANOMALIA-AUSENTE   VALUE 'A'.
           03  OCOR-SINAL-DESVIO           PIC X(01).
           03  OCOR-PC-DESVIO              PIC 9(05).
           03  FILLER                      PIC X(30).
