       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECAL.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * MANUTENCAO DOS AVISOS DE RECALL DO FABRICANTE (CADRECAL):    *
      * MARCA (CADMARCA), MODELO (000 = TODOS), FAIXA DE ANO DE      *
      * FABRICACAO, FAIXA DE CHASSI (EM BRANCO = SEM FAIXA), DATA    *
      * DO ANUNCIO E SERVICO A EXECUTAR. O CRUZAMENTO COM OS         *
      * VEICULOS E AS CARTAS/ETIQUETAS SAO FEITOS NO REL104; O       *
      * ACOMPANHAMENTO POR VEICULO FICA NO CADRCLV. AVISO QUE JA     *
      * TEM VEICULO NO ACOMPANHAMENTO NAO PODE SER EXCLUIDO.         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCL-COD
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADMARCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MARCA-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS MARCA-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADRCLV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERCLV
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
       01 REGRECAL.
                03 RCL-COD           PIC 9(05).
                03 RCL-DESCR         PIC X(40).
                03 RCL-MARCA         PIC X(02).
                03 RCL-MODELO        PIC 9(03).
                03 RCL-ANOINI        PIC 9(04).
                03 RCL-ANOFIM        PIC 9(04).
                03 RCL-CHASINI       PIC X(17).
                03 RCL-CHASFIM       PIC X(17).
                03 RCL-DTANUNC.
                   05 RCL-DIAANUNC   PIC 9(02).
                   05 RCL-MESANUNC   PIC 9(02).
                   05 RCL-ANOANUNC   PIC 9(04).
                03 RCL-SERVICO       PIC X(40).
      *
       FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
       01 REGMARCA.
                03 MARCA-COD         PIC X(02).
                03 MARCA-NOME        PIC X(15).
      *
       FD CADMODV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODV.DAT".
       01 REGMODV.
                03 CHAVEMODV.
                   05 MOD-MARCA      PIC X(02).
                   05 MOD-COD        PIC 9(03).
                03 MOD-NOME          PIC X(20).
                03 MOD-VERSAO        PIC X(15).
                03 MOD-COMBUST       PIC X(01).
                03 MOD-TANQUE        PIC 9(03).
                03 MOD-KMLREF        PIC 9(02)V99.
      *
       FD CADRCLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCLV.DAT".
       01 REGRCLV.
                03 CHAVERCLV.
                   05 RCV-COD        PIC 9(05).
                   05 RCV-PLACA      PIC X(07).
                03 RCV-SIT           PIC X(01).
                03 RCV-CODCLI        PIC 9(05).
                03 RCV-NOMEDONO      PIC X(30).
                03 RCV-DTVENDA       PIC 9(08).
                03 RCV-DTNOTIF       PIC 9(08).
                03 RCV-DTSERV        PIC 9(08).
                03 RCV-OBS           PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 ST-ERRO4          PIC X(02) VALUE "00".
       77 W-TEMMODV         PIC X(01) VALUE "N".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       77 TXTMARCA          PIC X(15) VALUE SPACES.
       77 TXTMODELO         PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARECAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    *** AVISO DE RECALL D".
           05  LINE 02  COLUMN 42
               VALUE  "O FABRICANTE ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO AVISO         :".
           05  LINE 06  COLUMN 01
               VALUE  "   DESCRICAO               :".
           05  LINE 08  COLUMN 01
               VALUE  "   MARCA (2 LETRAS)        :".
           05  LINE 10  COLUMN 01
               VALUE  "   MODELO (000 = TODOS)    :".
           05  LINE 12  COLUMN 01
               VALUE  "   ANO FABRICACAO DE       :".
           05  LINE 12  COLUMN 36
               VALUE  "ATE :".
           05  LINE 14  COLUMN 01
               VALUE  "   CHASSI INICIAL          :".
           05  LINE 15  COLUMN 01
               VALUE  "   CHASSI FINAL            :".
           05  LINE 15  COLUMN 49
               VALUE  "(EM BRANCO = SEM FAIXA)".
           05  LINE 17  COLUMN 01
               VALUE  "   DATA DO ANUNCIO         :".
           05  LINE 19  COLUMN 01
               VALUE  "   SERVICO A EXECUTAR      :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRCL-COD
               LINE 04  COLUMN 30  PIC 9(05)
               USING  RCL-COD
               HIGHLIGHT.
           05  TRCL-DESCR
               LINE 06  COLUMN 30  PIC X(40)
               USING  RCL-DESCR
               HIGHLIGHT.
           05  TRCL-MARCA
               LINE 08  COLUMN 30  PIC X(02)
               USING  RCL-MARCA
               HIGHLIGHT.
           05  TTXTMARCA
               LINE 08  COLUMN 34  PIC X(15)
               USING  TXTMARCA
               HIGHLIGHT.
           05  TRCL-MODELO
               LINE 10  COLUMN 30  PIC 9(03)
               USING  RCL-MODELO
               HIGHLIGHT.
           05  TTXTMODELO
               LINE 10  COLUMN 34  PIC X(20)
               USING  TXTMODELO
               HIGHLIGHT.
           05  TRCL-ANOINI
               LINE 12  COLUMN 30  PIC 9(04)
               USING  RCL-ANOINI
               HIGHLIGHT.
           05  TRCL-ANOFIM
               LINE 12  COLUMN 42  PIC 9(04)
               USING  RCL-ANOFIM
               HIGHLIGHT.
           05  TRCL-CHASINI
               LINE 14  COLUMN 30  PIC X(17)
               USING  RCL-CHASINI
               HIGHLIGHT.
           05  TRCL-CHASFIM
               LINE 15  COLUMN 30  PIC X(17)
               USING  RCL-CHASFIM
               HIGHLIGHT.
           05  TRCL-DTANUNC
               LINE 17  COLUMN 30  PIC 99/99/9999
               USING  RCL-DTANUNC
               HIGHLIGHT.
           05  TRCL-SERVICO
               LINE 19  COLUMN 30  PIC X(40)
               USING  RCL-SERVICO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADRECAL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADRECAL
                      CLOSE CADRECAL
                      MOVE "* ARQUIVO RECALL SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO RECALL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADMARCA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MARCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECAL
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMMODV
           OPEN INPUT CADMODV
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMMODV.
       INC-001.
                MOVE SPACES TO RCL-DESCR RCL-MARCA RCL-CHASINI
                               RCL-CHASFIM RCL-SERVICO
                               TXTMARCA TXTMODELO
                MOVE ZEROS TO RCL-COD RCL-MODELO RCL-ANOINI
                              RCL-ANOFIM RCL-DTANUNC
                DISPLAY TELARECAL.
       INC-002.
                ACCEPT TRCL-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF RCL-COD = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RECAL01.
                MOVE 0 TO W-SEL
                READ CADRECAL
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ROT-TEXTOS THRU ROT-TEXTOS-FIM
                      DISPLAY TELARECAL
                      MOVE "*** AVISO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. RECALL"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TRCL-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RCL-DESCR = SPACES
                   MOVE "*** INFORME A DESCRICAO DO RECALL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R1.
                ACCEPT TRCL-MARCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF RCL-MARCA = SPACES
                   MOVE "*** MARCA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE RCL-MARCA TO MARCA-COD
                READ CADMARCA
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** MARCA NAO CADASTRADA (CADMARCA) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE MARCA-NOME TO TXTMARCA
                DISPLAY TTXTMARCA.
      *    MODELO 000 = TODOS OS MODELOS DA MARCA; OUTRO CODIGO TEM
      *    QUE EXISTIR NO CADMODV PARA A MARCA
       R2.
                ACCEPT TRCL-MODELO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                MOVE "TODOS OS MODELOS" TO TXTMODELO
                IF RCL-MODELO NOT = ZEROS
                   IF W-TEMMODV NOT = "S"
                      MOVE "*** MODELOS NAO CADASTRADOS (CADMODV) ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R2
                   END-IF
                   MOVE RCL-MARCA  TO MOD-MARCA
                   MOVE RCL-MODELO TO MOD-COD
                   READ CADMODV
                   IF ST-ERRO3 NOT = "00"
                      MOVE "*** MODELO NAO CADASTRADO NA MARCA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R2
                   ELSE
                      MOVE MOD-NOME TO TXTMODELO.
                DISPLAY TTXTMODELO.
       R3.
                ACCEPT TRCL-ANOINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF RCL-ANOINI < 1900
                   MOVE "*** ANO INICIAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                IF RCL-ANOFIM = ZEROS
                   MOVE RCL-ANOINI TO RCL-ANOFIM.
                ACCEPT TRCL-ANOFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF RCL-ANOFIM < RCL-ANOINI
                   MOVE "*** ANO FINAL MENOR QUE O INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
      *    FAIXA DE CHASSI: AS DUAS PONTAS OU NENHUMA
       R5.
                ACCEPT TRCL-CHASINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
       R6.
                IF RCL-CHASINI = SPACES
                   MOVE SPACES TO RCL-CHASFIM
                   DISPLAY TRCL-CHASFIM
                   GO TO R7.
                ACCEPT TRCL-CHASFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF RCL-CHASFIM = SPACES
                   MOVE RCL-CHASINI TO RCL-CHASFIM
                   DISPLAY TRCL-CHASFIM.
                IF RCL-CHASFIM < RCL-CHASINI
                   MOVE "*** CHASSI FINAL MENOR QUE O INICIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
                ACCEPT TRCL-DTANUNC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF RCL-DIAANUNC < 1 OR RCL-DIAANUNC > 31
                   OR RCL-MESANUNC < 1 OR RCL-MESANUNC > 12
                   OR RCL-ANOANUNC = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
                ACCEPT TRCL-SERVICO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
                IF RCL-SERVICO = SPACES
                   MOVE "*** INFORME O SERVICO A EXECUTAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
                DISPLAY TELARECAL

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRECAL
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AVISO JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE RECALL"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (21, 15)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (21, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (21, 15) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   MOVE 02 TO W-SEL
                   GO TO R0.

      *    AVISO COM VEICULO NO ACOMPANHAMENTO FICA COMO HISTORICO
       EXC-OPC.
                OPEN INPUT CADRCLV
                IF ST-ERRO4 = "00"
                   MOVE RCL-COD TO RCV-COD
                   MOVE SPACES  TO RCV-PLACA
                   START CADRCLV KEY IS NOT LESS CHAVERCLV
                   IF ST-ERRO4 = "00"
                      READ CADRCLV NEXT RECORD
                   END-IF
                   CLOSE CADRCLV
                   IF ST-ERRO4 = "00" AND RCV-COD = RCL-COD
                      MOVE "* AVISO COM VEICULOS NO CADRCLV *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (21, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (21, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADRECAL RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (21, 15) "ALTERAR  (S/N) : ".
                ACCEPT (21, 32) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRECAL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO RECALL"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    NOMES DA MARCA E DO MODELO DO AVISO LIDO
       ROT-TEXTOS.
                MOVE SPACES TO TXTMARCA
                MOVE RCL-MARCA TO MARCA-COD
                READ CADMARCA
                IF ST-ERRO2 = "00"
                   MOVE MARCA-NOME TO TXTMARCA.
                MOVE "TODOS OS MODELOS" TO TXTMODELO
                IF RCL-MODELO NOT = ZEROS
                   MOVE SPACES TO TXTMODELO
                   IF W-TEMMODV = "S"
                      MOVE RCL-MARCA  TO MOD-MARCA
                      MOVE RCL-MODELO TO MOD-COD
                      READ CADMODV
                      IF ST-ERRO3 = "00"
                         MOVE MOD-NOME TO TXTMODELO.
       ROT-TEXTOS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-TEMMODV = "S"
                   CLOSE CADMODV.
                CLOSE CADRECAL CADMARCA.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIM3.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (21, 15) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (21, 15) LIMPA.
       ROT-MENS-FIM.
                EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
