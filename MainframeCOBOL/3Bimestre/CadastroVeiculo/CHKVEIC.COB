       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVEIC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONFERENCIA DO CHASSI E DO RENAVAM DO VEICULO - CHAMADO     *
      * PELO CADASTRO DE VEICULOS (CADVEN), PELA TROCA DE PLACA     *
      * (TROCPLAC) E PELA VARREDURA DO REL088. RECUSA (RETORNO "N"  *
      * COM O MOTIVO) QUANDO:                                       *
      *   - O CHASSI (VIN) NAO TEM 17 POSICOES OU TEM CARACTER QUE  *
      *     NAO SEJA LETRA OU NUMERO, OU TEM AS LETRAS I, O OU Q    *
      *     (NAO USADAS NO VIN PARA NAO CONFUNDIR COM 1 E 0)        *
      *   - O RENAVAM ESTA ZERADO OU O DIGITO VERIFICADOR (ULTIMA   *
      *     POSICAO) NAO CONFERE: OS 10 PRIMEIROS DIGITOS SAO       *
      *     MULTIPLICADOS POR 3,2,9,8,7,6,5,4,3,2, A SOMA VEZES 10  *
      *     E DIVIDIDA POR 11 E O RESTO E O DIGITO (RESTO 10 = 0).  *
      *     RENAVAM ANTIGO DE 9 DIGITOS ENTRA COM ZEROS A ESQUERDA. *
      *                                                             *
      * PARAMETROS: CHASSI X(17), RENAVAM 9(11), RETORNO X(1)       *
      * (S = VALIDOS) E MENSAGEM X(50).                             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-SOMA        PIC 9(05) VALUE ZEROS.
       01 W-QUOC        PIC 9(05) VALUE ZEROS.
       01 W-DV          PIC 9(02) VALUE ZEROS.
       01 W-CHASSI      PIC X(17) VALUE SPACES.
       01 W-CHASSI-R REDEFINES W-CHASSI.
          03 W-CHASSI-C PIC X(01) OCCURS 17 TIMES.
       01 W-RENAV       PIC 9(11) VALUE ZEROS.
       01 W-RENAV-R REDEFINES W-RENAV.
          03 W-RENAV-D  PIC 9(01) OCCURS 11 TIMES.
       01 W-PESOS       PIC X(10) VALUE "3298765432".
       01 W-PESOS-R REDEFINES W-PESOS.
          03 W-PESO     PIC 9(01) OCCURS 10 TIMES.
       01 W-MENSCHAR.
          03 FILLER     PIC X(24) VALUE "CHASSI INVALIDO - POSIC ".
          03 W-MCPOS    PIC Z9.
          03 FILLER     PIC X(02) VALUE " (".
          03 W-MCCHAR   PIC X(01).
          03 FILLER     PIC X(20) VALUE ")".
       01 W-MENSDV.
          03 FILLER     PIC X(19) VALUE "RENAVAM INVALIDO - ".
          03 FILLER     PIC X(16) VALUE "DIGITO DEVE SER ".
          03 W-MDDV     PIC 9(01).
          03 FILLER     PIC X(14) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 W-CKCHASSI    PIC X(17).
       01 W-CKRENAV     PIC 9(11).
       01 W-CKRET       PIC X(1).
       01 W-CKMENS      PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-CKCHASSI W-CKRENAV
                                W-CKRET W-CKMENS.
       INICIO.
       R0.
           MOVE "N" TO W-CKRET
           MOVE SPACES TO W-CKMENS
           MOVE W-CKCHASSI TO W-CHASSI
           MOVE W-CKRENAV  TO W-RENAV.
      *
      *********************************************************
      * CHASSI: 17 POSICOES, SO LETRAS E NUMEROS, SEM I/O/Q    *
      *********************************************************
       R1.
           IF W-CHASSI = SPACES
              MOVE "CHASSI NAO INFORMADO" TO W-CKMENS
              GO TO ROT-FIM.
           MOVE 1 TO W-IND.
       R1-POS.
           IF W-IND > 17
              GO TO R2.
           IF W-CHASSI-C (W-IND) = SPACE
              MOVE "CHASSI INVALIDO - DEVE TER 17 POSICOES" TO W-CKMENS
              GO TO ROT-FIM.
           IF (W-CHASSI-C (W-IND) NOT NUMERIC
               AND W-CHASSI-C (W-IND) NOT ALPHABETIC-UPPER)
              OR W-CHASSI-C (W-IND) = "I" OR W-CHASSI-C (W-IND) = "O"
              OR W-CHASSI-C (W-IND) = "Q"
              MOVE W-IND TO W-MCPOS
              MOVE W-CHASSI-C (W-IND) TO W-MCCHAR
              MOVE W-MENSCHAR TO W-CKMENS
              GO TO ROT-FIM.
           ADD 1 TO W-IND
           GO TO R1-POS.
      *
      *********************************************************
      * RENAVAM: DIGITO VERIFICADOR MODULO 11                  *
      *********************************************************
       R2.
           IF W-RENAV = ZEROS
              MOVE "RENAVAM NAO INFORMADO" TO W-CKMENS
              GO TO ROT-FIM.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND.
       R2-DIG.
           IF W-IND > 10
              GO TO R2-DV.
           COMPUTE W-SOMA = W-SOMA
                          + (W-RENAV-D (W-IND) * W-PESO (W-IND))
           ADD 1 TO W-IND
           GO TO R2-DIG.
       R2-DV.
           COMPUTE W-SOMA = W-SOMA * 10
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-DV
           IF W-DV = 10
              MOVE ZEROS TO W-DV.
           IF W-DV NOT = W-RENAV-D (11)
              MOVE W-DV TO W-MDDV
              MOVE W-MENSDV TO W-CKMENS
              GO TO ROT-FIM.
           MOVE "S" TO W-CKRET.
      *
       ROT-FIM.
           EXIT PROGRAM.
