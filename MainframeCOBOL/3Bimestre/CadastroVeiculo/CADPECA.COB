       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPECA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DE PECAS DO ALMOXARIFADO - OLEO, FILTROS, PNEUS,   *
      * BATERIAS E DEMAIS PECAS COMPRADAS PARA O PATIO E A FROTA.   *
      * CODIGO, DESCRICAO, UNIDADE, ESTOQUE MINIMO, FORNECEDOR      *
      * HABITUAL (CADFORN) E SITUACAO. SALDO, CUSTO MEDIO E DATA DA *
      * ULTIMA ENTRADA SO MUDAM PELOS MOVIMENTOS (CADMOVPC):        *
      * ENTRADA DE FORNECEDOR NO CADENTPC E SAIDA/DEVOLUCAO PARA A  *
      * MANUTENCAO NO CADMNTPC. PECA COM SALDO NAO PODE SER         *
      * EXCLUIDA - INATIVAR (I). REPOSICAO NO REL099 E VALORIZACAO  *
      * MENSAL DO ESTOQUE NO REL100.                                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEC-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PEC-DESC
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
          03 FOR-COD          PIC 9(5).
          03 FOR-NOME         PIC X(30).
          03 FOR-CNPJ         PIC 9(14).
          03 FOR-TIPO         PIC X(1).
          03 FOR-CONTATO      PIC X(20).
          03 FOR-DDD          PIC 9(2).
          03 FOR-FONE         PIC 9(9).
          03 FOR-CEP          PIC 9(8).
          03 FOR-NENDRC       PIC 9(5).
          03 FOR-COMPL        PIC X(10).
          03 FOR-BANCO        PIC 9(3).
          03 FOR-AGENCIA      PIC 9(4).
          03 FOR-CONTA        PIC X(10).
          03 FOR-SIT          PIC X(1).
      *
       FD CADPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPECA.DAT".
       01 REGPECA.
          03 PEC-COD          PIC 9(5).
          03 PEC-DESC         PIC X(30).
          03 PEC-UNID         PIC X(2).
          03 PEC-QTDEST       PIC 9(5)V99.
          03 PEC-QTDMIN       PIC 9(5)V99.
          03 PEC-CUSTOMED     PIC 9(6)V99.
          03 PEC-CODFORN      PIC 9(5).
          03 PEC-DTULTENT     PIC 9(8).
          03 PEC-SIT          PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-NOMEFOR     PIC X(30) VALUE SPACES.
       01 W-VLREST      PIC 9(09)V99 VALUE ZEROS.
       01 W-DTULT       PIC 9(08) VALUE ZEROS.
       01 W-DTULT-R REDEFINES W-DTULT.
          03 W-ANOULT   PIC 9(04).
          03 W-MESULT   PIC 9(02).
          03 W-DIAULT   PIC 9(02).
       01 W-DTULTED.
          03 W-DIAULTED PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 W-MESULTED PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 W-ANOULTED PIC 9999.
       01 W-REGPECA.
          03 W-PEC-COD      PIC 9(5).
          03 W-PEC-DESC     PIC X(30).
          03 W-PEC-UNID     PIC X(2).
          03 W-PEC-QTDEST   PIC 9(5)V99.
          03 W-PEC-QTDMIN   PIC 9(5)V99.
          03 W-PEC-CUSTOMED PIC 9(6)V99.
          03 W-PEC-CODFORN  PIC 9(5).
          03 W-PEC-DTULTENT PIC 9(8).
          03 W-PEC-SIT      PIC X(1).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADPECA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** CADASTRO DE PECAS DO ALMOXARIFADO".
           05  LINE 02  COLUMN 50
               VALUE  " ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DA PECA              :".
           05  LINE 05  COLUMN 01
               VALUE  "   DESCRICAO                   :".
           05  LINE 06  COLUMN 01
               VALUE  "   UNIDADE                     :".
           05  LINE 06  COLUMN 38
               VALUE  "UN, LT, PC, JG, KG ...".
           05  LINE 08  COLUMN 01
               VALUE  "   ESTOQUE MINIMO              :".
           05  LINE 09  COLUMN 01
               VALUE  "   FORNECEDOR HABITUAL         :".
           05  LINE 11  COLUMN 01
               VALUE  "   SITUACAO                    :".
           05  LINE 11  COLUMN 38
               VALUE  "A=ATIVA I=INATIVA".
           05  LINE 13  COLUMN 01
               VALUE  "   SALDO EM ESTOQUE            :".
           05  LINE 14  COLUMN 01
               VALUE  "   CUSTO MEDIO                 :".
           05  LINE 15  COLUMN 01
               VALUE  "   VALOR EM ESTOQUE            :".
           05  LINE 16  COLUMN 01
               VALUE  "   ULTIMA ENTRADA              :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPEC-COD
               LINE 04  COLUMN 35  PIC 9(05)
               USING  PEC-COD
               HIGHLIGHT.
           05  TPEC-DESC
               LINE 05  COLUMN 35  PIC X(30)
               USING  PEC-DESC
               HIGHLIGHT.
           05  TPEC-UNID
               LINE 06  COLUMN 35  PIC X(02)
               USING  PEC-UNID
               HIGHLIGHT.
           05  TPEC-QTDMIN
               LINE 08  COLUMN 35  PIC 9(05),99
               USING  PEC-QTDMIN
               HIGHLIGHT.
           05  TPEC-CODFORN
               LINE 09  COLUMN 35  PIC 9(05)
               USING  PEC-CODFORN
               HIGHLIGHT.
           05  TNOMEFOR
               LINE 09  COLUMN 42  PIC X(30)
               FROM   W-NOMEFOR.
           05  TPEC-SIT
               LINE 11  COLUMN 35  PIC X(01)
               USING  PEC-SIT
               HIGHLIGHT.
           05  TPEC-QTDEST
               LINE 13  COLUMN 35  PIC ZZ.ZZ9,99
               FROM   PEC-QTDEST.
           05  TPEC-CUSTOMED
               LINE 14  COLUMN 35  PIC ZZZ.ZZ9,99
               FROM   PEC-CUSTOMED.
           05  TVLREST
               LINE 15  COLUMN 35  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-VLREST.
           05  TDTULT
               LINE 16  COLUMN 35  PIC X(10)
               FROM   W-DTULTED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADPECA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPECA
                 CLOSE CADPECA
                 MOVE "*** ARQUIVO CADPECA FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPECA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO PEC-DESC PEC-UNID W-NOMEFOR
           MOVE ZEROS TO PEC-COD PEC-QTDEST PEC-QTDMIN PEC-CUSTOMED
           MOVE ZEROS TO PEC-CODFORN PEC-DTULTENT W-SEL
           MOVE "A" TO PEC-SIT
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM
           DISPLAY TCADPECA.
      *
       R2.
           ACCEPT TPEC-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PEC-COD = ZEROS
                   GO TO R2.
       LER-CADPECA.
           READ CADPECA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE SPACES TO W-NOMEFOR
                 IF PEC-CODFORN NOT = ZEROS
                    MOVE PEC-CODFORN TO FOR-COD
                    READ CADFORN
                    IF ST-FOR = "00"
                       MOVE FOR-NOME TO W-NOMEFOR
                    END-IF
                 END-IF
                 PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM
                 DISPLAY TCADPECA
                 MOVE "*** PECA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADPECA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R3.
           ACCEPT TPEC-DESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PEC-DESC = SPACES
              MOVE "DESCRICAO NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TPEC-UNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PEC-UNID = SPACES
              MOVE "UNIDADE NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TPEC-QTDMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
      *    FORNECEDOR HABITUAL - OPCIONAL, SO PARA O REL099
       R6.
           ACCEPT TPEC-CODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE SPACES TO W-NOMEFOR
           IF PEC-CODFORN = ZEROS
              DISPLAY TNOMEFOR
              GO TO R7.
           MOVE PEC-CODFORN TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF FOR-SIT = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE FOR-NOME TO W-NOMEFOR
           DISPLAY TNOMEFOR.
       R7.
           ACCEPT TPEC-SIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF PEC-SIT = SPACE
              MOVE "A" TO PEC-SIT.
           IF PEC-SIT NOT = "A" AND PEC-SIT NOT = "I"
              MOVE "SITUACAO: A=ATIVA I=INATIVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPECA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** PECA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* PECA JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPECA"
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
      *    PECA COM SALDO NAO SAI DO CADASTRO - O ESTOQUE FICARIA
      *    FORA DA VALORIZACAO (REL100). INATIVAR (I)
       EXC-OPC.
                IF PEC-QTDEST NOT = ZEROS
                   MOVE "PECA COM SALDO EM ESTOQUE - INATIVE (I)"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PECA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPECA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PECA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA PECA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
      *    RELE A PECA PARA NAO PERDER MOVIMENTO GRAVADO EM OUTRO
      *    TERMINAL DURANTE A DIGITACAO - SO OS DADOS CADASTRAIS
      *    DA TELA SAO REGRAVADOS
       ALT-RW1.
                MOVE REGPECA TO W-REGPECA
                READ CADPECA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPECA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-PEC-DESC    TO PEC-DESC
                MOVE W-PEC-UNID    TO PEC-UNID
                MOVE W-PEC-QTDMIN  TO PEC-QTDMIN
                MOVE W-PEC-CODFORN TO PEC-CODFORN
                MOVE W-PEC-SIT     TO PEC-SIT
                REWRITE REGPECA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PECA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA PECA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFORN CADPECA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * VALOR DO ESTOQUE E DATA DA ULTIMA ENTRADA PARA A TELA  *
      *********************************************************
       ROT-MOSTRA.
           COMPUTE W-VLREST ROUNDED = PEC-QTDEST * PEC-CUSTOMED
           MOVE SPACES TO W-DTULTED
           IF PEC-DTULTENT = ZEROS
              GO TO ROT-MOSTRA-FIM.
           MOVE PEC-DTULTENT TO W-DTULT
           MOVE "  /  /" TO W-DTULTED
           MOVE W-DIAULT TO W-DIAULTED
           MOVE W-MESULT TO W-MESULTED
           MOVE W-ANOULT TO W-ANOULTED.
       ROT-MOSTRA-FIM.
           EXIT.
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
