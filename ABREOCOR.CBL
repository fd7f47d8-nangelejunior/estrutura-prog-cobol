      *     *                TICO PELO CICLOSP QUANDO A REEXECUCAO DA  *ABREOC
      *     *                DATA/EMPRESA CONCLUI COM RETORNO ZERO.    *ABREOC
      *     *----------------------------------------------------------*ABREOC
      *     * VERSAO 05    - FABRICA DE SOFTWARE      -     15.10.2026 *ABREOC
      *     *              - SOLICITACAO DE VOLUME (OCOR-TIPO 'V') DO  *ABREOC
      *     *                ESTATVOL: RELATO PROPRIO COM EMPRESA,     *ABREOC
      *     *                DESVIO OU AUSENCIA, PERCENTUAL, QUANTIDADE*ABREOC
      *     *                DO DIA E MEDIA. NAO E FECHADA PELO CICLOSP*ABREOC
      *     *                (NAO HA REEXECUCAO QUE A RESOLVA).        *ABREOC
      *     *----------------------------------------------------------*ABREOC
      ****************************************************************** ABREOC
      *                                                                  ABREOC
      ****************************************************************** ABREOC
           03  REL-REJEITADOS      PIC     9(06).                        ABREOC
           03  FILLER              PIC     X(04)         VALUE SPACES.   ABREOC
      *                                                                  ABREOC
      *--- DESVIO DE VOLUME OU EMPRESA AUSENTE APONTADOS PELO         * ABREOC
      *--- ESTATVOL: QUANTIDADE DO DIA (HJ) E MEDIA DA JANELA (MD).   * ABREOC
      *--- O PREFIXO 'VOLUME ' O MANTEM FORA DO FECHAMENTO AUTOMATICO.* ABREOC
       01  WS-RELATO-VOLUME.                                            ABREOC
           03  FILLER              PIC     X(07)         VALUE          ABREOC
           'VOLUME '.                                                   ABREOC
           03  RVL-PROGRAMA        PIC     X(08).                       ABREOC
           03  FILLER              PIC     X(07)         VALUE          ABREOC
           ' MOVTO '.                                                   ABREOC
           03  RVL-DATA-MOVTO      PIC     9(08).                       ABREOC
           03  FILLER              PIC     X(05)         VALUE ' EMP '. ABREOC
           03  RVL-EMPRESA         PIC     9(04).                       ABREOC
           03  FILLER              PIC     X(01)         VALUE SPACES.  ABREOC
           03  RVL-ANOMALIA        PIC     X(07).                       ABREOC
           03  FILLER              PIC     X(01)         VALUE SPACES.  ABREOC
           03  RVL-SINAL           PIC     X(01).                       ABREOC
           03  RVL-PC-DESVIO       PIC     9(05).                       ABREOC
           03  FILLER              PIC     X(01)         VALUE '%'.     ABREOC
           03  FILLER              PIC     X(04)         VALUE ' HJ '.  ABREOC
           03  RVL-QT-HOJE         PIC     9(06).                       ABREOC
           03  FILLER              PIC     X(04)         VALUE ' MD '.  ABREOC
           03  RVL-QT-MEDIA        PIC     9(06).                       ABREOC
           03  FILLER              PIC     X(05)         VALUE SPACES.  ABREOC
      *                                                                 ABREOC
      ****************************************************************** ABREOC
       77  FILLER                  PIC     X(38)         VALUE           ABREOC
           'FFF FIM DA WORKING-STORAGE SECTION FFF'.                     ABREOC
      ****************************************************************** ABREOC
       RTABREOCORRENCIA                SECTION.                          ABREOC
      *                                                                  ABREOC
           MOVE SPACES                 TO FD-REG-RELATO.                ABREOC
      *                                                                  ABREOC
           IF OCOR-TIPO-VOLUME                                          ABREOC
               PERFORM RTMONTAVOLUME                                    ABREOC
           ELSE                                                         ABREOC
               MOVE OCOR-PROGRAMA      TO REL-PROGRAMA                  ABREOC
               MOVE OCOR-DATA-MOVTO    TO REL-DATA-MOVTO                ABREOC
               MOVE OCOR-EMPRESA       TO REL-EMPRESA                   ABREOC
               MOVE OCOR-COD-RETORNO   TO REL-RETORNO                   ABREOC
               MOVE OCOR-QT-LIDOS      TO REL-LIDOS                     ABREOC
               MOVE OCOR-QT-GRAVADOS   TO REL-GRAVADOS                  ABREOC
               MOVE OCOR-QT-REJEITADOS TO REL-REJEITADOS                ABREOC
               MOVE WS-RELATO-OCOR     TO FD-RELATO                     ABREOC
           END-IF.                                                      ABREOC
      *                                                                 ABREOC
           SET FD-STATUS-ABERTA        TO TRUE.                          ABREOC
           SET FD-PRIOR-ALTA           TO TRUE.                          ABREOC
           MOVE SPACES                 TO FD-ANALISTA.                   ABREOC
           PERFORM RTGRAVAJORNAL.                                        ABREOC
      *                                                                  ABREOC
       RTABREOCORRENCIAX.              EXIT.                             ABREOC
      *                                                                 ABREOC
      ******************************************************************ABREOC
      *    ROTINA DE MONTAGEM DO RELATO DE VOLUME                      *ABREOC
      ******************************************************************ABREOC
       RTMONTAVOLUME                   SECTION.                         ABREOC
      *                                                                 ABREOC
           MOVE OCOR-PROGRAMA          TO RVL-PROGRAMA.                 ABREOC
           MOVE OCOR-DATA-MOVTO        TO RVL-DATA-MOVTO.               ABREOC
           MOVE OCOR-EMPRESA           TO RVL-EMPRESA.                  ABREOC
           MOVE OCOR-SINAL-DESVIO      TO RVL-SINAL.                    ABREOC
           MOVE OCOR-PC-DESVIO         TO RVL-PC-DESVIO.                ABREOC
           MOVE OCOR-QT-LIDOS          TO RVL-QT-HOJE.                  ABREOC
           MOVE OCOR-QT-GRAVADOS       TO RVL-QT-MEDIA.                 ABREOC
      *                                                                 ABREOC
           IF OCOR-ANOMALIA-AUSENTE                                     ABREOC
               MOVE 'AUSENTE'          TO RVL-ANOMALIA                  ABREOC
           ELSE                                                         ABREOC
               MOVE 'DESVIO '          TO RVL-ANOMALIA                  ABREOC
           END-IF.                                                      ABREOC
      *                                                                 ABREOC
           MOVE WS-RELATO-VOLUME       TO FD-RELATO.                    ABREOC
      *                                                                 ABREOC
       RTMONTAVOLUMEX.                 EXIT.                            ABREOC
      *                                                                  ABREOC
      ****************************************************************** ABREOC
      *    ROTINA DE GRAVACAO DO JORNAL DO SPRINT                      * ABREOC
