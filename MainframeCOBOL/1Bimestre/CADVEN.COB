                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS COR-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO5.

      *
      *-----------------------------------------------------------------  
             04 MESSEG     PIC 9(02).
             04 ANOSEG     PIC 9(04).
          03 DTSEGURO1 REDEFINES DTSEGURO PIC 9(08).
          03 MODELO        PIC 9(3).
          03 CHASSI        PIC X(17).
          03 RENAVAM       PIC 9(11).
          03 SIT           PIC X(1).
      *
       FD CADAQUIS
               LABEL RECORD IS STANDARD
       01 REGCOR.
          03 COR-COD       PIC 9(01).
          03 COR-NOME      PIC X(10).
      *
       FD CADMODV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODV.DAT".
       01 REGMODV.
          03 CHAVEMODV.
             05 MOD-MARCA  PIC X(02).
             05 MOD-COD    PIC 9(03).
          03 MOD-NOME      PIC X(20).
          03 MOD-VERSAO    PIC X(15).
          03 MOD-COMBUST   PIC X(01).
          03 MOD-TANQUE    PIC 9(03).
          03 MOD-KMLREF    PIC 9(02)V99.
      *
      *-----------------------------------------------------------------     
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTCOR        PIC X(15) VALUE SPACES.
       01 TXTTCOR       PIC X(15) VALUE SPACES.
       01 TEXSEXO       PIC X(12) VALUE SPACES.
       01 TXTMARCA2     PIC X(15) VALUE SPACES.
       01 TXTMODELO     PIC X(20) VALUE SPACES.
       01 TXTSIT        PIC X(20) VALUE SPACES.
       01 W-CKRET       PIC X(01) VALUE SPACES.
       01 W-CKMENS      PIC X(50) VALUE SPACES.



           05  LINE 05  COLUMN 41 
               VALUE  "                                       ".
           05  LINE 06  COLUMN 01 
               VALUE  "   CHASSI            :".
           05  LINE 06  COLUMN 41 
               VALUE  "                                       ".
           05  LINE 07  COLUMN 01 
               VALUE  "   RENAVAM           :".
           05  LINE 07  COLUMN 41 
               VALUE  "                                       ".
           05  LINE 08  COLUMN 01 
           05  LINE 08  COLUMN 41 
               VALUE  "                                       ".
           05  LINE 09  COLUMN 01 
               VALUE  "   SITUACAO          :".
           05  LINE 09  COLUMN 41 
               VALUE  "                                       ".
           05  LINE 10  COLUMN 01 
           05  LINE 19  COLUMN 41
               VALUE  "                                       ".
           05  LINE 20  COLUMN 01
               VALUE  "   MODELO            :".
           05  LINE 20  COLUMN 41
               VALUE  "                                       ".
           05  LINE 21  COLUMN 01
               LINE 05  COLUMN 24  PIC X(07)
               USING  PLACA
               HIGHLIGHT.
           05  TCHASSI
               LINE 06  COLUMN 24  PIC X(17)
               USING  CHASSI
               HIGHLIGHT.
           05  TRENAVAM
               LINE 07  COLUMN 24  PIC 9(11)
               USING  RENAVAM
               HIGHLIGHT.
           05  TNOMEPROP
               LINE 08  COLUMN 24  PIC X(30)
               USING  NOMEPROP
               HIGHLIGHT.
           05  TTXTSIT
               LINE 09  COLUMN 24  PIC X(20)
               USING  TXTSIT
               HIGHLIGHT.
           05  TMARCA
               LINE 11  COLUMN 24  PIC X(02)
               USING  MARCA
               LINE 19  COLUMN 24  PIC 9(08)
               USING  DTSEGURO1
               HIGHLIGHT.
           05  TMODELO
               LINE 20  COLUMN 24  PIC 9(03)
               USING  MODELO
               HIGHLIGHT.
           05  TTXTMODELO
               LINE 20  COLUMN 28  PIC X(20)
               USING  TXTMODELO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0D.
           OPEN I-O CADMODV
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT CADMODV
                 CLOSE CADMODV
                 MOVE "*** ARQUIVO CADMODV FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0D
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMODV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------         
       R1.
           MOVE SPACES TO PLACA NOMEPROP MARCA
           MOVE SPACES TO TXTMARCA2 TXTCOR TXTMODELO TXTSIT
           MOVE ZEROS TO MODELO
           MOVE SPACES TO CHASSI
           MOVE ZEROS TO RENAVAM
	   MOVE ZEROS TO ANOFABC COR DTLICENC1 DTSEGURO1 W-SEL.
      *-------------[VISUALIZACAO DA TELA]--------------------------------  
           DISPLAY TELAVEICULO.
             IF ST-ERRO = "00"
                PERFORM R5A
                PERFORM R7A
                PERFORM ROT-NOME-MODELO THRU ROT-NOME-MODELO-FIM
                PERFORM ROT-NOME-SIT THRU ROT-NOME-SIT-FIM
                DISPLAY TELAVEICULO
                MOVE "*** CARRO JA CADASTRAD0 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
	   IF PLACA = SPACES
 	    	   GO TO R3.

      *------------[ CHASSI E RENAVAM - CONFERIDOS NO CHKVEIC ]-------
       R3A.
           ACCEPT TCHASSI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R3B.
           ACCEPT TRENAVAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           CALL "CHKVEIC" USING CHASSI RENAVAM W-CKRET W-CKMENS
           IF W-CKRET NOT = "S"
              MOVE W-CKMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              IF W-CKMENS (1:6) = "CHASSI"
                 GO TO R3A
              ELSE
                 GO TO R3B.

       R4.       
           ACCEPT TNOMEPROP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF DIASEG < 1 OR DIASEG > 31
              DISPLAY "DIA INVALIDO!" GO TO R9.

      *------------[ MODELO DA MARCA NO CADMODV ]--------------
       R10.
           ACCEPT TMODELO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
       R10A.
           PERFORM ROT-NOME-MODELO THRU ROT-NOME-MODELO-FIM
           IF TXTMODELO = SPACES
              MOVE "*** MODELO NAO CADASTRADO P/ MARCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           DISPLAY TTXTMODELO.

	   DISPLAY TELAVEICULO.
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
      *         VEICULO NOVO ENTRA NO PATIO (ESTOQUE); A SITUACAO SO
      *         MUDA PELA VENDA, RESERVA, ATRIBUICAO, SINISTRO E BAIXA
                MOVE "E" TO SIT
                WRITE REGCAR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
      *-------------------------------------------------------------------------------------------

       ROT-FIM.
           CLOSE CADCAR CADMARCA CADCOR CADMODV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
                   DISPLAY (24, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
      *
      *---------[ NOME DO MODELO DA MARCA (CADMODV) ]------
       ROT-NOME-MODELO.
           MOVE SPACES TO TXTMODELO
           MOVE MARCA  TO MOD-MARCA
           MOVE MODELO TO MOD-COD
           READ CADMODV
           IF ST-ERRO5 = "00"
              MOVE MOD-NOME TO TXTMODELO.
       ROT-NOME-MODELO-FIM.
           EXIT.

      *---------[ DESCRICAO DA SITUACAO DO VEICULO ]-------------
       ROT-NOME-SIT.
           MOVE SPACES TO TXTSIT
           IF SIT = "E" OR SIT = SPACE
              MOVE "EM ESTOQUE (PATIO)" TO TXTSIT.
           IF SIT = "R"
              MOVE "RESERVADO (PATIO)" TO TXTSIT.
           IF SIT = "V"
              MOVE "VENDIDO" TO TXTSIT.
           IF SIT = "F"
              MOVE "FROTA DA EMPRESA" TO TXTSIT.
           IF SIT = "M"
              MOVE "EM REPARO (SINISTRO)" TO TXTSIT.
           IF SIT = "B"
              MOVE "BAIXADO" TO TXTSIT.
       ROT-NOME-SIT-FIM.
           EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      * NA ENTRADA DO CARRO NO PATIO: DATA E VALOR DE COMPRA,  *
      * ORIGEM E CUSTOS DE PREPARACAO. ALIMENTA O RELATORIO DE *
      * MARGEM DAS VENDAS (REL023).                            *
      * CARRO EM CONSIGNACAO NAO E COMPRADO PELA LOJA: NAO TEM *
      * FICHA DE AQUISICAO, O CONTRATO E FEITO NO CADCSG.      *
      *********************************************************
       ROT-GRAVA-AQUIS.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "VEICULO EM CONSIGNACAO (S/N): "
           ACCEPT  (23, 43) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              MOVE "*** FAZER O CONTRATO NO CADCSG ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-GRAVA-AQUIS-FIM.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS.
           OPEN I-O CADAQUIS
           IF ST-AQUIS NOT = "00"
              IF ST-AQUIS = "30"
