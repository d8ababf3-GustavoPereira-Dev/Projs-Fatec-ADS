       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUTON.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DE AUTONOMOS (PRESTADORES SEM VINCULO) PAGOS      *
      * POR RPA, FORA DA FOLHA DOS FUNCIONARIOS:                   *
      *   CPF VALIDADO PELOS DIGITOS VERIFICADORES (MESMA          *
      *   REGRA DO CPFFUNC) E UNICO NO CADASTRO;                   *
      *   NIT/PIS DO CONTRIBUINTE INDIVIDUAL (GUIA DO INSS);       *
      *   AREA = CENTRO DE CUSTO DO LANCAMENTO CONTABIL (REL030);  *
      *   EMPRESA PAGADORA (CADEMPR);                              *
      *   DADOS BANCARIOS E CHAVE DE PAGAMENTO INSTANTANEO,        *
      *   VALIDADA COMO NO CADCHAVE (C/T/E/A). COM "USAR" = S      *
      *   O REL009 PAGA PELA REMESSA INSTANTANEA.                  *
      *   SITUACAO I = INATIVO, NAO ACEITA NOVOS RPA (CADRPA).     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAUTON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AUT-CPF.
      *
       SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-COD
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUTON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTON.DAT".
       01 REGAUT.
          03 AUT-COD          PIC 9(05).
          03 AUT-NOME         PIC X(35).
          03 AUT-CPF          PIC 9(11).
          03 AUT-NIT          PIC 9(11).
          03 AUT-ATIVID       PIC X(20).
          03 AUT-CODAREA      PIC 9(03).
          03 AUT-EMP          PIC 9(02).
          03 AUT-DADOSBANC.
             05 AUT-BANCO     PIC 9(03).
             05 AUT-AGENCIA   PIC 9(04).
             05 AUT-CONTA     PIC X(10).
          03 AUT-TPCHAVE      PIC X(01).
          03 AUT-CHAVE        PIC X(35).
          03 AUT-USARCHV      PIC X(01).
          03 AUT-SIT          PIC X(01).
      *
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       01 REGEMPR.
                03 EMP-COD           PIC 9(02).
                03 EMP-NOME          PIC X(30).
                03 EMP-BANCO         PIC 9(03).
                03 EMP-AGENCIA       PIC 9(04).
                03 EMP-CONTA         PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-ARROBA      PIC 9(02) VALUE ZEROS.
       01 W-REGAUT      PIC X(142) VALUE SPACES.
       01 W-CODSALVO    PIC 9(05) VALUE ZEROS.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
          03 W-CPFD     PIC 9(01) OCCURS 11 TIMES.
       01 W-CPFOK       PIC X(01) VALUE "N".
       01 W-CPFSOMA     PIC 9(04) VALUE ZEROS.
       01 W-CPFDV       PIC 9(02) VALUE ZEROS.
       01 W-CPFRESTO    PIC 9(02) VALUE ZEROS.
       01 W-CPFQUOC     PIC 9(04) VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.
       01 W-CPFDUP      PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADAUT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** CADASTRO DE AUTONOMOS (RPA) ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO AUTONOMO          :".
           05  LINE 05  COLUMN 01
               VALUE  "   NOME                        :".
           05  LINE 06  COLUMN 01
               VALUE  "   CPF                         :".
           05  LINE 07  COLUMN 01
               VALUE  "   NIT/PIS                     :".
           05  LINE 08  COLUMN 01
               VALUE  "   ATIVIDADE                   :".
           05  LINE 09  COLUMN 01
               VALUE  "   AREA (CENTRO DE CUSTO)      :".
           05  LINE 10  COLUMN 01
               VALUE  "   EMPRESA PAGADORA            :".
           05  LINE 12  COLUMN 01
               VALUE  "   BANCO                       :".
           05  LINE 13  COLUMN 01
               VALUE  "   AGENCIA                     :".
           05  LINE 14  COLUMN 01
               VALUE  "   CONTA                       :".
           05  LINE 16  COLUMN 01
               VALUE  "   TIPO DA CHAVE (C/T/E/A)     :".
           05  LINE 17  COLUMN 01
               VALUE  "   VALOR DA CHAVE              :".
           05  LINE 18  COLUMN 01
               VALUE  "   PAGAR PELO INSTANTANEO(S/N) :".
           05  LINE 19  COLUMN 01
               VALUE  "   SITUACAO (A=ATIVO I=INATIVO):".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCOD
               LINE 04  COLUMN 35  PIC 9(05)
               USING  AUT-COD
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 35  PIC X(35)
               USING  AUT-NOME
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 35  PIC 9(11)
               USING  AUT-CPF
               HIGHLIGHT.
           05  TNIT
               LINE 07  COLUMN 35  PIC 9(11)
               USING  AUT-NIT
               HIGHLIGHT.
           05  TATIVID
               LINE 08  COLUMN 35  PIC X(20)
               USING  AUT-ATIVID
               HIGHLIGHT.
           05  TAREA
               LINE 09  COLUMN 35  PIC 9(03)
               USING  AUT-CODAREA
               HIGHLIGHT.
           05  TAREANOME
               LINE 09  COLUMN 40  PIC X(20)
               USING  AREA-NOME
               HIGHLIGHT.
           05  TEMP
               LINE 10  COLUMN 35  PIC 9(02)
               USING  AUT-EMP
               HIGHLIGHT.
           05  TEMPNOME
               LINE 10  COLUMN 40  PIC X(30)
               USING  EMP-NOME
               HIGHLIGHT.
           05  TBANCO
               LINE 12  COLUMN 35  PIC 9(03)
               USING  AUT-BANCO
               HIGHLIGHT.
           05  TAGENCIA
               LINE 13  COLUMN 35  PIC 9(04)
               USING  AUT-AGENCIA
               HIGHLIGHT.
           05  TCONTA
               LINE 14  COLUMN 35  PIC X(10)
               USING  AUT-CONTA
               HIGHLIGHT.
           05  TTPCHAVE
               LINE 16  COLUMN 35  PIC X(01)
               USING  AUT-TPCHAVE
               HIGHLIGHT.
           05  TCHAVE
               LINE 17  COLUMN 35  PIC X(35)
               USING  AUT-CHAVE
               HIGHLIGHT.
           05  TUSAR
               LINE 18  COLUMN 35  PIC X(01)
               USING  AUT-USARCHV
               HIGHLIGHT.
           05  TSIT
               LINE 19  COLUMN 35  PIC X(01)
               USING  AUT-SIT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADAREA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAREA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADEMPR
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAREA
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADAUTON
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUTON
                 CLOSE CADAUTON
                 MOVE "*** ARQUIVO CADAUTON FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUTON" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADAREA CADEMPR
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO AUT-NOME AUT-ATIVID AUT-CONTA AUT-TPCHAVE
                          AUT-CHAVE AUT-USARCHV AUT-SIT
                          AREA-NOME EMP-NOME
           MOVE ZEROS TO AUT-COD AUT-CPF AUT-NIT AUT-CODAREA AUT-EMP
                         AUT-BANCO AUT-AGENCIA W-SEL
           DISPLAY TCADAUT.
      *
       R2.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AUT-COD = ZEROS
                   GO TO R2.
       LER-CADAUT.
           READ CADAUTON
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-LE-NOMES THRU ROT-LE-NOMES-FIM
                 DISPLAY TCADAUT
                 MOVE "*** AUTONOMO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADAUTON" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R3.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF AUT-NOME = SPACES
              MOVE "NOME NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
      *********************************************************
      * CPF: DIGITOS VERIFICADORES E UNICIDADE NO CADASTRO    *
      *********************************************************
       R4.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE AUT-CPF TO W-CPF
           PERFORM ROT-VALIDA-CPF THRU ROT-VALIDA-CPF-FIM
           IF W-CPFOK NOT = "S"
              MOVE "CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE"
                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM ROT-CPF-DUP THRU ROT-CPF-DUP-FIM
           IF W-CPFDUP = "S"
              MOVE "CPF JA CADASTRADO PARA OUTRO AUTONOMO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF AUT-NIT = ZEROS
              MOVE "NIT/PIS NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TATIVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R7.
           ACCEPT TAREA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE AUT-CODAREA TO AREA-COD
           READ CADAREA
           IF ST-ERRO2 NOT = "00"
              MOVE "*** AREA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY TAREANOME.
       R8.
           ACCEPT TEMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE AUT-EMP TO EMP-COD
           READ CADEMPR
           IF ST-ERRO3 NOT = "00"
              MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           DISPLAY TEMPNOME.
       R9.
           ACCEPT TBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
       R10.
           ACCEPT TAGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
       R11.
           ACCEPT TCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
      *
      *********************************************************
      * CHAVE DE PAGAMENTO INSTANTANEO - MESMA VALIDACAO DO   *
      * CADCHAVE; EM BRANCO QUANDO O AUTONOMO SO RECEBE EM    *
      * CONTA                                                 *
      *********************************************************
       R12.
           ACCEPT TTPCHAVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF AUT-TPCHAVE = SPACES
              MOVE SPACES TO AUT-CHAVE
              MOVE "N" TO AUT-USARCHV
              DISPLAY TCHAVE TUSAR
              GO TO R14A.
           IF AUT-TPCHAVE NOT = "C" AND AUT-TPCHAVE NOT = "T"
              AND AUT-TPCHAVE NOT = "E" AND AUT-TPCHAVE NOT = "A"
              MOVE "TIPO DEVE SER C, T, E OU A (BRANCO=SEM CHAVE)"
                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
       R13.
           ACCEPT TCHAVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF AUT-CHAVE = SPACES
              MOVE "CHAVE NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
           IF AUT-TPCHAVE = "C"
              IF AUT-CHAVE (1:11) NOT NUMERIC
                 OR AUT-CHAVE (12:24) NOT = SPACES
                 MOVE "CPF DEVE TER 11 DIGITOS NUMERICOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R13.
           IF AUT-TPCHAVE = "T"
              IF AUT-CHAVE (1:10) NOT NUMERIC
                 MOVE "TELEFONE DEVE TER SO DIGITOS (DDD+NUM)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R13.
           IF AUT-TPCHAVE = "E"
              MOVE ZEROS TO W-ARROBA
              INSPECT AUT-CHAVE TALLYING W-ARROBA FOR ALL "@"
              IF W-ARROBA = ZEROS
                 MOVE "E-MAIL DEVE CONTER @" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R13.
       R14.
           ACCEPT TUSAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           IF AUT-USARCHV NOT = "S" AND AUT-USARCHV NOT = "N"
              MOVE "INDICADOR DEVE SER S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.
      *    SEM CHAVE PARA USAR, O CREDITO VAI PARA A CONTA
       R14A.
           IF AUT-USARCHV NOT = "S" AND AUT-BANCO = ZEROS
              MOVE "SEM CHAVE EM USO - INFORME BANCO/AGENCIA/CONTA"
                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
       R15.
           IF AUT-SIT = SPACES
              MOVE "A" TO AUT-SIT.
           ACCEPT TSIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF AUT-SIT NOT = "A" AND AUT-SIT NOT = "I"
              MOVE "SITUACAO DEVE SER A OU I" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R15.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R15.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAUT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** AUTONOMO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* AUTONOMO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUTON"
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
                   MOVE "*** AUTONOMO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADAUTON RECORD
                IF ST-ERRO = "00"
                   MOVE "*** AUTONOMO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO AUTONOMO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R15.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGAUT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** AUTONOMO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO AUTONOMO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    NOMES DA AREA E DA EMPRESA PARA A CONSULTA
       ROT-LE-NOMES.
           MOVE AUT-CODAREA TO AREA-COD
           READ CADAREA
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO AREA-NOME.
           MOVE AUT-EMP TO EMP-COD
           READ CADEMPR
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO EMP-NOME.
       ROT-LE-NOMES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADAUTON CADAREA CADEMPR.
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
      *
      *********************************************************
      * VALIDACAO DO CPF PELOS DOIS DIGITOS VERIFICADORES     *
      * (MODULO 11); RECUSA OS CPF DE DIGITOS TODOS IGUAIS    *
      *********************************************************
       ROT-VALIDA-CPF.
           MOVE "N" TO W-CPFOK
           IF W-CPF = 00000000000 OR W-CPF = 11111111111
              OR W-CPF = 22222222222 OR W-CPF = 33333333333
              OR W-CPF = 44444444444 OR W-CPF = 55555555555
              OR W-CPF = 66666666666 OR W-CPF = 77777777777
              OR W-CPF = 88888888888 OR W-CPF = 99999999999
              GO TO ROT-VALIDA-CPF-FIM.
           MOVE ZEROS TO W-CPFSOMA
           PERFORM ROT-VALIDA-CPF-P1 THRU ROT-VALIDA-CPF-P1-F
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 9
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV
           ELSE
              COMPUTE W-CPFDV = 11 - W-CPFRESTO.
           IF W-CPFDV NOT = W-CPFD (10)
              GO TO ROT-VALIDA-CPF-FIM.
           MOVE ZEROS TO W-CPFSOMA
           PERFORM ROT-VALIDA-CPF-P2 THRU ROT-VALIDA-CPF-P2-F
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 10
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV
           ELSE
              COMPUTE W-CPFDV = 11 - W-CPFRESTO.
           IF W-CPFDV = W-CPFD (11)
              MOVE "S" TO W-CPFOK.
       ROT-VALIDA-CPF-FIM.
           EXIT.
       ROT-VALIDA-CPF-P1.
           COMPUTE W-CPFSOMA = W-CPFSOMA
                  + (W-CPFD (W-IDXC) * (11 - W-IDXC)).
       ROT-VALIDA-CPF-P1-F.
           EXIT.
       ROT-VALIDA-CPF-P2.
           COMPUTE W-CPFSOMA = W-CPFSOMA
                  + (W-CPFD (W-IDXC) * (12 - W-IDXC)).
       ROT-VALIDA-CPF-P2-F.
           EXIT.
      *
      *********************************************************
      * DUPLICIDADE DE CPF: PROCURA PELO INDICE AUT-CPF E     *
      * ACEITA SO SE FOR O PROPRIO AUTONOMO (ALTERACAO).      *
      * GUARDA E DEVOLVE O REGISTRO EM DIGITACAO.             *
      *********************************************************
       ROT-CPF-DUP.
           MOVE "N" TO W-CPFDUP
           MOVE REGAUT TO W-REGAUT
           MOVE AUT-COD TO W-CODSALVO
           READ CADAUTON KEY IS AUT-CPF
           IF ST-ERRO = "00"
              IF AUT-COD NOT = W-CODSALVO
                 MOVE "S" TO W-CPFDUP.
           MOVE W-REGAUT TO REGAUT.
       ROT-CPF-DUP-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
