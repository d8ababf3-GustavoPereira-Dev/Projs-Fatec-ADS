      * DATA/HORA E ODOMETRO DE SAIDA E DE VOLTA. VALIDACOES:       *
      *   - A PLACA EXISTE EM CADCAR                                *
      *   - O VEICULO NAO ESTA EM OUTRO TEST-DRIVE EM ABERTO        *
      *   - O VENDEDOR QUE CONDUZ TEM CNH VALIDA NA SAIDA, DA       *
      *     CATEGORIA DO VEICULO E ABAIXO DO LIMITE DE PONTOS       *
      *     (CHKCNH)                                                *
      * A VOLTA E REGISTRADA RELENDO A SAIDA (SITUACAO S) E         *
      * COMPLETANDO DATA/HORA/KM DE VOLTA (SITUACAO V). O           *
      * RELATORIO POR VEICULO/VENDEDOR COM A CONVERSAO EM VENDA     *
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-FUNCANT     PIC 9(05) VALUE ZEROS.
       01 W-CKFUNC      PIC 9(05) VALUE ZEROS.
       01 W-CKPLACA     PIC X(07) VALUE SPACES.
       01 W-CKDATA      PIC 9(08) VALUE ZEROS.
       01 W-CKRET       PIC X(01) VALUE SPACES.
       01 W-CKMENS      PIC X(50) VALUE SPACES.
       01 W-EMABERTO    PIC X(01) VALUE "N".
       01 W-PLACASAVE   PIC X(07) VALUE SPACES.
       01 W-DTSAVE      PIC 9(08) VALUE ZEROS.
           READ CADTESTE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE TST-VENDEDOR TO W-FUNCANT
                 DISPLAY TCADTESTE
                 MOVE "*** TEST-DRIVE JA REGISTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *    HABILITACAO DO CONDUTOR (CHKCNH) NA DATA DA SAIDA; NA
      *    ALTERACAO SO QUANDO O CONDUTOR MUDA
       R5A.
           IF W-SEL = 1 AND TST-VENDEDOR = W-FUNCANT
              GO TO R6.
           MOVE TST-VENDEDOR TO W-CKFUNC
           MOVE TST-PLACA TO W-CKPLACA
           MOVE TST-DTSAIDA TO W-CKDATA
           CALL "CHKCNH" USING W-CKFUNC W-CKPLACA W-CKDATA
                               W-CKRET W-CKMENS
           IF W-CKRET NOT = "S"
              MOVE W-CKMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TKMSAIDA
           ACCEPT W-ACT FROM ESCAPE KEY
