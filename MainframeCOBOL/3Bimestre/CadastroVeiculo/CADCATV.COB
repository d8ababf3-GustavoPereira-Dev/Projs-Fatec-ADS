       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCATV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CATEGORIA DE HABILITACAO EXIGIDA POR VEICULO - PARA CADA     *
      * PLACA DO CADCAR, A CATEGORIA DA CNH NECESSARIA PARA DIRIGIR  *
      * (A = MOTO, B = CARRO, C = CAMINHAO, D = ONIBUS/VAN,          *
      * E = ARTICULADO). VEICULO SEM REGISTRO AQUI EXIGE B. USADA    *
      * PELO CHKCNH NA ATRIBUICAO, NA RESERVA DO POOL E NO           *
      * TEST-DRIVE: C, D E E HABILITAM TAMBEM AS CATEGORIAS ABAIXO   *
      * (MENOS A MOTO).                                              *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADCATV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTV-PLACA
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADCATV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATV.DAT".
       01 REGCATV.
          03 CTV-PLACA        PIC X(7).
          03 CTV-CATEG        PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DESCCAT     PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCATV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** CATEGORIA DE HABILITACAO DO VEICULO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   PLACA DO VEICULO            :".
           05  LINE 06  COLUMN 01
               VALUE  "   PROPRIETARIO (LEGAL)        :".
           05  LINE 08  COLUMN 01
               VALUE  "   CATEGORIA EXIGIDA (A-E)     :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 05  COLUMN 35  PIC X(07)
               USING  CTV-PLACA
               HIGHLIGHT.
           05  TNOMEPROP
               LINE 06  COLUMN 35  PIC X(30)
               USING  NOMEPROP-CAR
               HIGHLIGHT.
           05  TCATEG
               LINE 08  COLUMN 35  PIC X(01)
               USING  CTV-CATEG
               HIGHLIGHT.
           05  TDESCCAT
               LINE 08  COLUMN 38  PIC X(20)
               USING  W-DESCCAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADCATV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCATV
                 CLOSE CADCATV
                 MOVE "*** ARQUIVO CADCATV FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCATV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO CTV-PLACA CTV-CATEG NOMEPROP-CAR W-DESCCAT
           MOVE ZEROS TO W-SEL
           DISPLAY TCADCATV.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CTV-PLACA = SPACES
                   GO TO R2.
       LER-CADCAR.
           MOVE CTV-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOMEPROP.
       LER-CADCATV.
           READ CADCATV
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESC-CAT THRU ROT-DESC-CAT-FIM
                 DISPLAY TCADCATV
                 MOVE "*** CATEGORIA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCATV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "B" TO CTV-CATEG.
      *
       R3.
           ACCEPT TCATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CTV-CATEG NOT = "A" AND NOT = "B" AND NOT = "C"
              AND NOT = "D" AND NOT = "E"
              MOVE "CATEGORIA DEVE SER A, B, C, D OU E" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM ROT-DESC-CAT THRU ROT-DESC-CAT-FIM
           DISPLAY TDESCCAT.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCATV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** CATEGORIA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CATEGORIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCATV"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CATEGORIA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCATV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CATEGORIA EXCLUIDA (VOLTA A B) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA CATEGORIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCATV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CATEGORIA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CATEGORIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DESCRICAO DA CATEGORIA EXIGIDA
       ROT-DESC-CAT.
           EVALUATE CTV-CATEG
              WHEN "A" MOVE "MOTOCICLETA"          TO W-DESCCAT
              WHEN "B" MOVE "AUTOMOVEL"            TO W-DESCCAT
              WHEN "C" MOVE "CARGA (CAMINHAO)"     TO W-DESCCAT
              WHEN "D" MOVE "PASSAGEIROS (ONIBUS)" TO W-DESCCAT
              WHEN "E" MOVE "ARTICULADO/REBOQUE"   TO W-DESCCAT
              WHEN OTHER MOVE SPACES               TO W-DESCCAT
           END-EVALUATE.
       ROT-DESC-CAT-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADCATV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
