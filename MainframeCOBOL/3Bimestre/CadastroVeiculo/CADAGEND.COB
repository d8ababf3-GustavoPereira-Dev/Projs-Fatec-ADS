      * FUNCIONARIO EM DATA E JANELA DE HORARIO, COM A FINALIDADE.  *
      * VALIDACOES:                                                 *
      *   - PLACA EM CADCAR E FUNCIONARIO EM CADFUNC                *
      *   - CNH DO FUNCIONARIO VALIDA NA DATA, DA CATEGORIA DO      *
      *     VEICULO E ABAIXO DO LIMITE DE PONTOS (CHKCNH)           *
      *   - SEM CONFLITO COM OUTRA RESERVA DA MESMA PLACA NO        *
      *     MESMO DIA (JANELAS SOBREPOSTAS)                         *
      *   - SEM CONFLITO COM ATRIBUICAO PERMANENTE (CADATRIB)       *
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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-FUNCANT     PIC 9(05) VALUE ZEROS.
       01 W-CKFUNC      PIC 9(05) VALUE ZEROS.
       01 W-CKPLACA     PIC X(07) VALUE SPACES.
       01 W-CKDATA      PIC 9(08) VALUE ZEROS.
       01 W-CKRET       PIC X(01) VALUE SPACES.
       01 W-CKMENS      PIC X(50) VALUE SPACES.
       01 W-TEMATRIB    PIC X(01) VALUE "N".
       01 W-CONFLITO    PIC X(01) VALUE "N".
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
           READ CADAGEND
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE AGE-CODFUNC TO CODFUNC W-FUNCANT
                 READ CADFUNC
                 DISPLAY TCADAGEND
                 MOVE "*** RESERVA JA CADASTRADA ***" TO MENS
              GO TO R5
           ELSE
              DISPLAY TNOME.
      *    HABILITACAO DO CONDUTOR (CHKCNH) NA DATA DA RESERVA; NA
      *    ALTERACAO SO QUANDO O CONDUTOR MUDA
       R5A.
           IF W-SEL = 1 AND AGE-CODFUNC = W-FUNCANT
              GO TO R6.
           MOVE AGE-CODFUNC TO W-CKFUNC
           MOVE AGE-PLACA TO W-CKPLACA
           MOVE AGE-DATA TO W-CKDATA
           CALL "CHKCNH" USING W-CKFUNC W-CKPLACA W-CKDATA
                               W-CKRET W-CKMENS
           IF W-CKRET NOT = "S"
              MOVE W-CKMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TFINALID
           ACCEPT W-ACT FROM ESCAPE KEY
