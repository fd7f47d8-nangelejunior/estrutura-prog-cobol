      ******************************************************************
      *    COPYBOOK   : ARQFATUR                                       *
      *    DESCRICAO   : LAYOUT DO ARQUIVO DE FATURAMENTO MENSAL PARA  *
      *                  O CONTAS A RECEBER (FATURA.GDG / SYS030 DO    *
      *                  FATURMES). UM DETALHE POR EMPRESA/CODIGO DE   *
      *                  TRANSACAO DO MES DE REFERENCIA, COM OS        *
      *                  MOVIMENTOS PROCESSADOS, OS RECUSADOS PELA     *
      *                  EMPRESA NO RETORNO (NAO COBRADOS), OS         *
      *                  FATURADOS E O VALOR A COBRAR PELA TARIFA      *
      *                  (AUDITORIA.TB_TARIFA, COM FAIXAS DE VOLUME).  *
      *                  O TRAILER FECHA COM OS TOTAIS DO MES, QUE     *
      *                  BATEM COM O MODEL03 DO MESMO MES: LIDOS =     *
      *                  FORA DA APURACAO + NAO FATURAVEIS +           *
      *                  RECUSADOS + FATURADOS, E LIDOS/VALOR LIDO     *
      *                  SAO O TOTAL GERAL DO RESUMO DO MODEL03.       *
      *    TAMANHO     : 200 BYTES - MESMO LRECL DA FAMILIA ARQUIVOE/  *
      *                  ARQUIVOS.                                     *
      ******************************************************************
      * VERSAO 01 - FABRICA DE SOFTWARE - 15.10.2026                  *
      *           - LAYOUT INICIAL DO ARQUIVO DE FATURAMENTO.         *
      ******************************************************************
       01  ARQFATUR.
           03  ARQF-TIPO-REGISTRO          PIC X(01).
               88  ARQF-REG-DETALHE                VALUE 'D'.
               88  ARQF-REG-TRAILER                VALUE 'T'.
      *
           03  ARQF-DETALHE.
               05  ARQF-MES-REFERENCIA     PIC 9(06).
               05  ARQF-EMPRESA            PIC 9(04).
               05  ARQF-COD-TRANSACAO      PIC X(04).
               05  ARQF-QT-PROCESSADOS     PIC 9(09).
               05  ARQF-QT-RECUSADOS       PIC 9(09).
               05  ARQF-QT-FATURADOS       PIC 9(09).
               05  ARQF-VLR-FATURADO       PIC 9(13)V9(02).
      *--- S = SEM TARIFA VIGENTE NO MES: FATURADOS A ZERO, A COBRAR  *
      *--- DEPOIS DE CADASTRADA A TARIFA (TELA MANTTARI).             *
               05  ARQF-IND-SEM-TARIFA     PIC X(01).
                   88  ARQF-SEM-TARIFA             VALUE 'S'.
               05  FILLER                  PIC X(142).
      *
           03  ARQF-TRAILER REDEFINES ARQF-DETALHE.
               05  ARQF-QT-REGISTROS       PIC 9(08).
               05  ARQF-MES-REFERENCIA-TRL PIC 9(06).
               05  ARQF-DATA-GERACAO       PIC 9(08).
               05  ARQF-QT-LIDOS           PIC 9(09).
               05  ARQF-VLR-LIDO           PIC S9(15)V9(02).
               05  ARQF-QT-FORA-APURACAO   PIC 9(09).
               05  ARQF-QT-NAO-FATURAVEIS  PIC 9(09).
               05  ARQF-QT-RECUSADOS-TRL   PIC 9(09).
               05  ARQF-QT-FATURADOS-TRL   PIC 9(09).
               05  ARQF-VLR-FATURADO-TRL   PIC 9(15)V9(02).
               05  ARQF-QT-SEM-TARIFA      PIC 9(09).
               05  FILLER                  PIC X(89).
