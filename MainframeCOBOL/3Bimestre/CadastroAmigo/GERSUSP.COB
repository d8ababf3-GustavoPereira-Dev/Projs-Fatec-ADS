      * ATIVO (SITAMIGO = A). CADA MUDANCA DE SITUACAO VAI PARA O   *
      * JORNAL (CADJORN) COM O MOTIVO. AMIGO SUSPENSO NAO RECEBE    *
      * CONVITE NO GERCONV E A BAIXA NO CADMENS TAMBEM REATIVA.     *
      * AMIGO CANCELADO (SITAMIGO = C, SAIDA VOLUNTARIA PELO        *
      * CADSAIDA) NAO E SUSPENSO NEM REATIVADO POR ESTE LOTE.        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMVARR     PIC X(01) VALUE "N".
       01 W-LIMMESES    PIC 9(03) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-EMATRASO    PIC 9(03) VALUE ZEROS.
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-ANOMESHOJE  PIC X(06) VALUE SPACES.
           MOVE 3 TO W-LIMMESES
           OPEN INPUT CADPARAM
           IF ST-ERRO3 = "00"
              MOVE 017 TO W-PARAMCOD
              MOVE W-HOJE8 (1:6) TO W-PARAMCOMP
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > ZEROS
                 MOVE W-PARAMVLR TO W-LIMMESES
              END-IF
              CLOSE CADPARAM.
           DISPLAY "LIMITE DE MESES EM ATRASO : " W-LIMMESES.
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDOS
      *    CANCELADO (CADSAIDA) FICA COMO ESTA
           IF SITAMIGO = "C"
              GO TO R2-FIM.
           PERFORM ROT-CONTA-ATRASO THRU ROT-CONTA-ATRASO-FIM
           IF W-EMATRASO > W-LIMMESES
              IF SITAMIGO NOT = "S"
      * CONSULTA PELO REL035.                                  *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
           MOVE W-JACAO TO JORN-ACAO
           MOVE W-JCHAVE TO JORN-CHREG
           MOVE W-JMOTIVO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-ERRO3 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
