       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFORN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DE FORNECEDORES DA FROTA - OFICINAS (O), POSTOS DE *
      * COMBUSTIVEL (P) E SEGURADORAS (S): CODIGO, RAZAO SOCIAL,    *
      * CNPJ COM DIGITO VERIFICADOR CONFERIDO, CONTATO, TELEFONE,   *
      * ENDERECO COM O CEP VALIDADO EM CADCEP (COMO NO CADCLI) E    *
      * DADOS BANCARIOS PARA PAGAMENTO. MANUTENCAO (CADMANUT),      *
      * AUTORIZACAO (CADAUTMN), ABASTECIMENTO (CADABAST) E APOLICE  *
      * (CADAPOL) PASSAM A APONTAR O CODIGO DO FORNECEDOR - ACABA A *
      * MESMA OFICINA GRAFADA DE CINCO JEITOS. O GASTO POR          *
      * FORNECEDOR NO ANO SAI NO REL098. AUTOPECAS (A) FORNECEM AS  *
      * PECAS DO ALMOXARIFADO (ENTRADAS NO CADENTPC).               *
      *                                                             *
      * SITUACAO A (ATIVO) OU I (INATIVO): FORNECEDOR INATIVO FICA  *
      * NO HISTORICO MAS NAO E ACEITO EM LANCAMENTO NOVO.           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CEP-CIDADE
                                   WITH DUPLICATES.
      *
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
                03 CEP-NUMCEP        PIC 9(08).
                03 CEP-LOGRA         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF            PIC X(02).
      *
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
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-CNPJ-R REDEFINES W-CNPJ.
          03 W-CNPJD    PIC 9(01) OCCURS 14 TIMES.
       01 W-CNPJPESOS   PIC X(13) VALUE "6543298765432".
       01 W-CNPJPESOS-R REDEFINES W-CNPJPESOS.
          03 W-CNPJPESO PIC 9(01) OCCURS 13 TIMES.
       01 W-CNPJOK      PIC X(01) VALUE "N".
       01 W-CNPJSOMA    PIC 9(04) VALUE ZEROS.
       01 W-CNPJDV      PIC 9(02) VALUE ZEROS.
       01 W-CNPJRESTO   PIC 9(02) VALUE ZEROS.
       01 W-CNPJQUOC    PIC 9(04) VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADFORN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** CADASTRO DE FORNECEDORES ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FORNECEDOR        :".
           05  LINE 05  COLUMN 01
               VALUE  "   RAZAO SOCIAL                :".
           05  LINE 06  COLUMN 01
               VALUE  "   TIPO                        :".
           05  LINE 06  COLUMN 38
               VALUE  "O=OFICINA P=POSTO S=SEGURADORA A=AUTOPECAS".
           05  LINE 07  COLUMN 01
               VALUE  "   CNPJ                        :".
           05  LINE 09  COLUMN 01
               VALUE  "   CONTATO                     :".
           05  LINE 10  COLUMN 01
               VALUE  "   TELEFONE (DDD+NUMERO)       :".
           05  LINE 12  COLUMN 01
               VALUE  "   CEP                         :".
           05  LINE 13  COLUMN 01
               VALUE  "   LOGRADOURO                  :".
           05  LINE 14  COLUMN 01
               VALUE  "   NUMERO                      :".
           05  LINE 15  COLUMN 01
               VALUE  "   COMPLEMENTO                 :".
           05  LINE 16  COLUMN 01
               VALUE  "   CIDADE / UF                 :".
           05  LINE 18  COLUMN 01
               VALUE  "   BANCO / AGENCIA / CONTA     :".
           05  LINE 19  COLUMN 01
               VALUE  "   SITUACAO                    :".
           05  LINE 19  COLUMN 38
               VALUE  "A=ATIVO I=INATIVO".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TFOR-COD
               LINE 04  COLUMN 35  PIC 9(05)
               USING  FOR-COD
               HIGHLIGHT.
           05  TFOR-NOME
               LINE 05  COLUMN 35  PIC X(30)
               USING  FOR-NOME
               HIGHLIGHT.
           05  TFOR-TIPO
               LINE 06  COLUMN 35  PIC X(01)
               USING  FOR-TIPO
               HIGHLIGHT.
           05  TFOR-CNPJ
               LINE 07  COLUMN 35  PIC 9(14)
               USING  FOR-CNPJ
               HIGHLIGHT.
           05  TFOR-CONTATO
               LINE 09  COLUMN 35  PIC X(20)
               USING  FOR-CONTATO
               HIGHLIGHT.
           05  TFOR-DDD
               LINE 10  COLUMN 35  PIC 9(02)
               USING  FOR-DDD
               HIGHLIGHT.
           05  TFOR-FONE
               LINE 10  COLUMN 38  PIC 9(09)
               USING  FOR-FONE
               HIGHLIGHT.
           05  TFOR-CEP
               LINE 12  COLUMN 35  PIC 9(08)
               USING  FOR-CEP
               HIGHLIGHT.
           05  TCEP-LOGRA
               LINE 13  COLUMN 35  PIC X(30)
               USING  CEP-LOGRA
               HIGHLIGHT.
           05  TFOR-NENDRC
               LINE 14  COLUMN 35  PIC 9(05)
               USING  FOR-NENDRC
               HIGHLIGHT.
           05  TFOR-COMPL
               LINE 15  COLUMN 35  PIC X(10)
               USING  FOR-COMPL
               HIGHLIGHT.
           05  TCEP-CIDADE
               LINE 16  COLUMN 35  PIC X(20)
               USING  CEP-CIDADE
               HIGHLIGHT.
           05  TCEP-UF
               LINE 16  COLUMN 56  PIC X(02)
               USING  CEP-UF
               HIGHLIGHT.
           05  TFOR-BANCO
               LINE 18  COLUMN 35  PIC 9(03)
               USING  FOR-BANCO
               HIGHLIGHT.
           05  TFOR-AGENCIA
               LINE 18  COLUMN 39  PIC 9(04)
               USING  FOR-AGENCIA
               HIGHLIGHT.
           05  TFOR-CONTA
               LINE 18  COLUMN 44  PIC X(10)
               USING  FOR-CONTA
               HIGHLIGHT.
           05  TFOR-SIT
               LINE 19  COLUMN 35  PIC X(01)
               USING  FOR-SIT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADCEP
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCEP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADFORN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFORN
                 CLOSE CADFORN
                 MOVE "*** ARQUIVO CADFORN FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO FOR-NOME FOR-TIPO FOR-CONTATO FOR-COMPL
           MOVE SPACES TO FOR-CONTA CEP-LOGRA CEP-CIDADE CEP-UF
           MOVE ZEROS TO FOR-COD FOR-CNPJ FOR-DDD FOR-FONE W-SEL
           MOVE ZEROS TO FOR-CEP FOR-NENDRC FOR-BANCO FOR-AGENCIA
           MOVE "A" TO FOR-SIT
           DISPLAY TCADFORN.
      *
       R2.
           ACCEPT TFOR-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF FOR-COD = ZEROS
                   GO TO R2.
       LER-CADFORN.
           READ CADFORN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE FOR-CEP TO CEP-NUMCEP
                 READ CADCEP
                 DISPLAY TCADFORN
                 MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFORN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R3.
           ACCEPT TFOR-NOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FOR-NOME = SPACES
              MOVE "RAZAO SOCIAL NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R3T.
           ACCEPT TFOR-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FOR-TIPO NOT = "O" AND FOR-TIPO NOT = "P"
              AND FOR-TIPO NOT = "S" AND FOR-TIPO NOT = "A"
              MOVE "TIPO: O=OFICINA P=POSTO S=SEGURADORA A=AUTOPECAS"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3T.
       R4.
           ACCEPT TFOR-CNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3T.
           MOVE FOR-CNPJ TO W-CNPJ
           PERFORM ROT-VALIDA-CNPJ THRU ROT-VALIDA-CNPJ-FIM
           IF W-CNPJOK NOT = "S"
              MOVE "*** CNPJ COM DIGITO VERIFICADOR INVALIDO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TFOR-CONTATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5A.
           ACCEPT TFOR-DDD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           ACCEPT TFOR-FONE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5A.
       R6.
           ACCEPT TFOR-CEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5A.
           MOVE FOR-CEP TO CEP-NUMCEP
           READ CADCEP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CEP NAO CADASTRADO EM CADCEP ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6
           ELSE
              DISPLAY TCEP-LOGRA TCEP-CIDADE TCEP-UF.
       R7.
           ACCEPT TFOR-NENDRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R8.
           ACCEPT TFOR-COMPL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
      *    DADOS BANCARIOS PARA O PAGAMENTO (OPCIONAIS)
       R9.
           ACCEPT TFOR-BANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
       R9A.
           ACCEPT TFOR-AGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
       R9C.
           ACCEPT TFOR-CONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9A.
           IF FOR-BANCO NOT = ZEROS AND
              (FOR-AGENCIA = ZEROS OR FOR-CONTA = SPACES)
              MOVE "INFORME AGENCIA E CONTA DO BANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9A.
       R10.
           ACCEPT TFOR-SIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9C.
           IF FOR-SIT = SPACE
              MOVE "A" TO FOR-SIT.
           IF FOR-SIT NOT = "A" AND FOR-SIT NOT = "I"
              MOVE "SITUACAO: A=ATIVO I=INATIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** FORNECEDOR GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* FORNECEDOR JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFORN"
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
      *    FORNECEDOR COM LANCAMENTOS DEVE SER INATIVADO (I), NAO
      *    EXCLUIDO - OS LANCAMENTOS FICARIAM SEM O NOME NO REL098
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** FORNECEDOR NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADFORN RECORD
                IF ST-ERRO = "00"
                   MOVE "*** FORNECEDOR EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO FORNECEDOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** FORNECEDOR ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO FORNECEDOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCEP CADFORN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * CONFERENCIA DOS DIGITOS VERIFICADORES DO CNPJ (MODULO  *
      * 11, PESOS 5 A 2 E 9 A 2 PARA O PRIMEIRO E 6 A 2 E 9 A  *
      * 2 PARA O SEGUNDO, COMO NO CPF DO CADCAND). CNPJ COM    *
      * TODOS OS DIGITOS IGUAIS E INVALIDO.                    *
      * ENTRADA EM W-CNPJ, RESULTADO EM W-CNPJOK.              *
      *********************************************************
       ROT-VALIDA-CNPJ.
           MOVE "N" TO W-CNPJOK
           IF W-CNPJ = 00000000000000 OR W-CNPJ = 11111111111111
              OR W-CNPJ = 22222222222222 OR W-CNPJ = 33333333333333
              OR W-CNPJ = 44444444444444 OR W-CNPJ = 55555555555555
              OR W-CNPJ = 66666666666666 OR W-CNPJ = 77777777777777
              OR W-CNPJ = 88888888888888 OR W-CNPJ = 99999999999999
              GO TO ROT-VALIDA-CNPJ-FIM.
           MOVE ZEROS TO W-CNPJSOMA
           PERFORM ROT-VALIDA-CNPJ-P1 THRU ROT-VALIDA-CNPJ-P1-F
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 12
           DIVIDE W-CNPJSOMA BY 11 GIVING W-CNPJQUOC
                  REMAINDER W-CNPJRESTO
           IF W-CNPJRESTO < 2
              MOVE ZEROS TO W-CNPJDV
           ELSE
              COMPUTE W-CNPJDV = 11 - W-CNPJRESTO.
           IF W-CNPJDV NOT = W-CNPJD (13)
              GO TO ROT-VALIDA-CNPJ-FIM.
           MOVE ZEROS TO W-CNPJSOMA
           PERFORM ROT-VALIDA-CNPJ-P2 THRU ROT-VALIDA-CNPJ-P2-F
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 13
           DIVIDE W-CNPJSOMA BY 11 GIVING W-CNPJQUOC
                  REMAINDER W-CNPJRESTO
           IF W-CNPJRESTO < 2
              MOVE ZEROS TO W-CNPJDV
           ELSE
              COMPUTE W-CNPJDV = 11 - W-CNPJRESTO.
           IF W-CNPJDV = W-CNPJD (14)
              MOVE "S" TO W-CNPJOK.
       ROT-VALIDA-CNPJ-FIM.
           EXIT.
      *    PRIMEIRO DIGITO: PESOS 5 4 3 2 9 8 7 6 5 4 3 2
       ROT-VALIDA-CNPJ-P1.
           COMPUTE W-CNPJSOMA = W-CNPJSOMA
                  + (W-CNPJD (W-IDXC) * W-CNPJPESO (W-IDXC + 1)).
       ROT-VALIDA-CNPJ-P1-F.
           EXIT.
      *    SEGUNDO DIGITO: PESOS 6 5 4 3 2 9 8 7 6 5 4 3 2
       ROT-VALIDA-CNPJ-P2.
           COMPUTE W-CNPJSOMA = W-CNPJSOMA
                  + (W-CNPJD (W-IDXC) * W-CNPJPESO (W-IDXC)).
       ROT-VALIDA-CNPJ-P2-F.
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
