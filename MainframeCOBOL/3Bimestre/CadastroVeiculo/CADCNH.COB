       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCNH.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CARTEIRA DE HABILITACAO (CNH) DO FUNCIONARIO - UM REGISTRO   *
      * POR FUNCIONARIO COM O NUMERO (DIGITOS VERIFICADORES          *
      * CONFERIDOS), A CATEGORIA (A, B, C, D, E, AB, AC, AD, AE), A  *
      * VALIDADE, A MARCA DE SUSPENSA/CASSADA E OS PONTOS. OS PONTOS *
      * NAO SAO DIGITADOS: VEM DAS MULTAS DO CONDUTOR NO CADMULTA    *
      * COM INFRACAO NOS ULTIMOS 12 MESES, RECALCULADOS AQUI A CADA  *
      * CONSULTA/GRAVACAO E PELO PROPRIO CADMULTA A CADA MULTA.      *
      * A CNH LIBERA (OU NAO) A ATRIBUICAO (CADATRIB), A RESERVA DO  *
      * POOL (CADAGEND) E O TEST-DRIVE (CADTESTE) PELO CHKCNH; AS    *
      * CNH A VENCER SAEM NO REL086.                                 *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
       SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMULTA
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADCNH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNH-CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC       PIC 9(5).
          03 NOME          PIC X(35).
          03 CODCARGO      PIC 9(3).
          03 NDEPS         PIC 9(2).
          03 CODDEP        PIC 9(3).
          03 CODAREA       PIC 9(3).
          03 ENDERECO      PIC 9(8).
          03 NENDRC        PIC 9(5).
          03 COMPENDRC     PIC X(10).
          03 EMAIL         PIC X(30).
          03 TELEFONE.
             05 DDD        PIC 9(2).
             05 NUMERO     PIC 9(9).
          03 SITFUNC       PIC X(1).
          03 DTADMISSAO    PIC 9(8).
          03 DTDEMISSAO    PIC 9(8).
          03 DTAFAST       PIC 9(8).
          03 DADOSBANC.
             05 BANCO      PIC 9(03).
             05 AGENCIA    PIC 9(04).
             05 CONTA      PIC X(10).
          03 MOTIVOAFAST   PIC X(30).
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
       01 REGMULTA.
          03 CHAVEMULTA.
             05 MUL-PLACA     PIC X(7).
             05 MUL-DTINF.
                07 MUL-DIAINF PIC 9(2).
                07 MUL-MESINF PIC 9(2).
                07 MUL-ANOINF PIC 9(4).
             05 MUL-HRINF     PIC 9(4).
          03 MUL-VALOR        PIC 9(6)V99.
          03 MUL-PONTOS       PIC 9(2).
          03 MUL-DTVENC       PIC 9(8).
          03 MUL-CODFUNC      PIC 9(5).
          03 MUL-COBRADA      PIC X(1).
      *
       FD CADCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNH.DAT".
       01 REGCNH.
          03 CNH-CODFUNC      PIC 9(5).
          03 CNH-NUMERO       PIC 9(11).
          03 CNH-CATEG        PIC X(2).
          03 CNH-DTVALID      PIC 9(8).
          03 CNH-SUSPENSA     PIC X(1).
          03 CNH-PONTOS       PIC 9(3).
          03 CNH-DTPONTOS     PIC 9(8).
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
       01 W-TEMMULTA    PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-JANINI      PIC 9(08) VALUE ZEROS.
       01 W-INF8        PIC 9(08) VALUE ZEROS.
       01 W-DTPTDMA     PIC 9(08) VALUE ZEROS.
       01 W-CNH         PIC 9(11) VALUE ZEROS.
       01 W-CNH-R REDEFINES W-CNH.
          03 W-CNHD     PIC 9(01) OCCURS 11 TIMES.
       01 W-CNHOK       PIC X(01) VALUE "N".
       01 W-CNHSOMA     PIC 9(04) VALUE ZEROS.
       01 W-CNHQUOC     PIC 9(04) VALUE ZEROS.
       01 W-CNHRESTO    PIC 9(02) VALUE ZEROS.
       01 W-CNHDV1      PIC 9(02) VALUE ZEROS.
       01 W-CNHDV2      PIC 9(02) VALUE ZEROS.
       01 W-CNHDSC      PIC 9(01) VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCNH.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CARTEIRA DE HABILITACAO (CNH) ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 08  COLUMN 01
               VALUE  "   NUMERO DA CNH               :".
           05  LINE 09  COLUMN 01
               VALUE  "   CATEGORIA                   :".
           05  LINE 10  COLUMN 01
               VALUE  "   VALIDADE (DDMMAAAA)         :".
           05  LINE 11  COLUMN 01
               VALUE  "   SUSPENSA/CASSADA (S/N)      :".
           05  LINE 13  COLUMN 01
               VALUE  "   PONTOS (ULTIMOS 12 MESES)   :".
           05  LINE 14  COLUMN 01
               VALUE  "   PONTOS ATUALIZADOS EM       :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  CNH-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TNUMERO
               LINE 08  COLUMN 35  PIC 9(11)
               USING  CNH-NUMERO
               HIGHLIGHT.
           05  TCATEG
               LINE 09  COLUMN 35  PIC X(02)
               USING  CNH-CATEG
               HIGHLIGHT.
           05  TDTVALID
               LINE 10  COLUMN 35  PIC 9(08)
               USING  CNH-DTVALID
               HIGHLIGHT.
           05  TSUSPENSA
               LINE 11  COLUMN 35  PIC X(01)
               USING  CNH-SUSPENSA
               HIGHLIGHT.
           05  TPONTOS
               LINE 13  COLUMN 35  PIC ZZ9
               USING  CNH-PONTOS
               HIGHLIGHT.
           05  TDTPONTOS
               LINE 14  COLUMN 35  PIC 99/99/9999
               USING  W-DTPTDMA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    SEM O CADMULTA A CNH FICA COM ZERO PONTO
           MOVE "S" TO W-TEMMULTA
           OPEN INPUT CADMULTA
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMMULTA.
       R0B.
           OPEN I-O CADCNH
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCNH
                 CLOSE CADCNH
                 MOVE "*** ARQUIVO CADCNH FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCNH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME CNH-CATEG CNH-SUSPENSA
           MOVE ZEROS TO CNH-CODFUNC CNH-NUMERO CNH-DTVALID
           MOVE ZEROS TO CNH-PONTOS CNH-DTPONTOS W-DTPTDMA W-SEL
           DISPLAY TCADCNH.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CNH-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE CNH-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
       LER-CADCNH.
           READ CADCNH
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-CONTA-PONTOS THRU ROT-CONTA-PONTOS-FIM
                 DISPLAY TCADCNH
                 MOVE "*** CNH JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCNH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "N" TO CNH-SUSPENSA
                 PERFORM ROT-CONTA-PONTOS THRU ROT-CONTA-PONTOS-FIM
                 DISPLAY TPONTOS TDTPONTOS.
      *
       R3.
           ACCEPT TNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE CNH-NUMERO TO W-CNH
           PERFORM ROT-VALIDA-CNH THRU ROT-VALIDA-CNH-FIM
           IF W-CNHOK NOT = "S"
              MOVE "NUMERO DA CNH COM DIGITO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TCATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CNH-CATEG NOT = "A " AND NOT = "B " AND NOT = "C "
              AND NOT = "D " AND NOT = "E " AND NOT = "AB"
              AND NOT = "AC" AND NOT = "AD" AND NOT = "AE"
              MOVE "CATEGORIA: A B C D E AB AC AD AE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TDTVALID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE CNH-DTVALID TO W-DTDMA8
           IF W-DIAD < 1 OR W-DIAD > 31 OR W-MESD < 1 OR W-MESD > 12
              OR W-ANOD < 1900
              MOVE "DATA DE VALIDADE INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TSUSPENSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CNH-SUSPENSA NOT = "S" AND CNH-SUSPENSA NOT = "N"
              MOVE "SUSPENSA/CASSADA DEVE SER S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCNH
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** CNH GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CNH JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCNH"
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
                   MOVE "*** CNH NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCNH RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CNH EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA CNH" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCNH
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CNH ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CNH" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * PONTOS DA CNH: SOMA DAS MULTAS DO CONDUTOR NO CADMULTA *
      * COM INFRACAO NOS 12 MESES ATE HOJE (MESMA REGRA DO     *
      * CADMULTA E DO CHKCNH)                                  *
      *********************************************************
       ROT-CONTA-PONTOS.
           MOVE ZEROS TO CNH-PONTOS
           MOVE W-HOJE TO CNH-DTPONTOS
           MOVE W-HOJEDIA TO W-DIAD
           MOVE W-HOJEMES TO W-MESD
           MOVE W-HOJEANO TO W-ANOD
           MOVE W-DTDMA8 TO W-DTPTDMA
           COMPUTE W-JANINI = W-HOJE - 10000
           IF W-TEMMULTA NOT = "S"
              GO TO ROT-CONTA-PONTOS-FIM.
           MOVE SPACES TO MUL-PLACA
           MOVE ZEROS  TO MUL-DTINF MUL-HRINF
           START CADMULTA KEY IS NOT LESS CHAVEMULTA
                 INVALID KEY
                    GO TO ROT-CONTA-PONTOS-FIM.
       ROT-CONTA-PONTOS-RD.
           READ CADMULTA NEXT RECORD
                AT END
                   GO TO ROT-CONTA-PONTOS-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-CONTA-PONTOS-FIM.
           IF MUL-CODFUNC NOT = CNH-CODFUNC
              GO TO ROT-CONTA-PONTOS-RD.
           COMPUTE W-INF8 = (MUL-ANOINF * 10000)
                  + (MUL-MESINF * 100) + MUL-DIAINF
           IF W-INF8 > W-JANINI AND W-INF8 NOT > W-HOJE
              ADD MUL-PONTOS TO CNH-PONTOS.
           GO TO ROT-CONTA-PONTOS-RD.
       ROT-CONTA-PONTOS-FIM.
           EXIT.
      *
      *********************************************************
      * DIGITOS VERIFICADORES DO NUMERO DA CNH (MODULO 11) -   *
      * PESOS 9 A 1 PARA O PRIMEIRO E 1 A 9 PARA O SEGUNDO;    *
      * QUANDO O PRIMEIRO DA 10 OU MAIS ELE VIRA ZERO E O      *
      * SEGUNDO E DESCONTADO DE 2. ENTRADA EM W-CNH,           *
      * RESULTADO EM W-CNHOK.                                  *
      *********************************************************
       ROT-VALIDA-CNH.
           MOVE "N" TO W-CNHOK
           IF W-CNH = 00000000000 OR W-CNH = 11111111111
              OR W-CNH = 22222222222 OR W-CNH = 33333333333
              OR W-CNH = 44444444444 OR W-CNH = 55555555555
              OR W-CNH = 66666666666 OR W-CNH = 77777777777
              OR W-CNH = 88888888888 OR W-CNH = 99999999999
              GO TO ROT-VALIDA-CNH-FIM.
           MOVE ZEROS TO W-CNHSOMA W-CNHDSC
           PERFORM ROT-VALIDA-CNH-P1 THRU ROT-VALIDA-CNH-P1-F
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 9
           DIVIDE W-CNHSOMA BY 11 GIVING W-CNHQUOC
                  REMAINDER W-CNHRESTO
           MOVE W-CNHRESTO TO W-CNHDV1
           IF W-CNHDV1 > 9
              MOVE ZEROS TO W-CNHDV1
              MOVE 2 TO W-CNHDSC.
           IF W-CNHDV1 NOT = W-CNHD (10)
              GO TO ROT-VALIDA-CNH-FIM.
           MOVE ZEROS TO W-CNHSOMA
           PERFORM ROT-VALIDA-CNH-P2 THRU ROT-VALIDA-CNH-P2-F
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 9
           DIVIDE W-CNHSOMA BY 11 GIVING W-CNHQUOC
                  REMAINDER W-CNHRESTO
           IF W-CNHRESTO > 9
              MOVE ZEROS TO W-CNHDV2
           ELSE
              IF W-CNHRESTO < W-CNHDSC
                 GO TO ROT-VALIDA-CNH-FIM
              ELSE
                 COMPUTE W-CNHDV2 = W-CNHRESTO - W-CNHDSC.
           IF W-CNHDV2 = W-CNHD (11)
              MOVE "S" TO W-CNHOK.
       ROT-VALIDA-CNH-FIM.
           EXIT.
       ROT-VALIDA-CNH-P1.
           COMPUTE W-CNHSOMA = W-CNHSOMA
                  + (W-CNHD (W-IDXC) * (10 - W-IDXC)).
       ROT-VALIDA-CNH-P1-F.
           EXIT.
       ROT-VALIDA-CNH-P2.
           COMPUTE W-CNHSOMA = W-CNHSOMA
                  + (W-CNHD (W-IDXC) * W-IDXC).
       ROT-VALIDA-CNH-P2-F.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMMULTA = "S"
              CLOSE CADMULTA.
           CLOSE CADFUNC CADCNH.
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
