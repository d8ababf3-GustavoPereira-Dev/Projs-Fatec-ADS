       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * LANCAMENTO DE PAGAMENTO A AUTONOMO (RPA - RECIBO DE        *
      * PAGAMENTO A AUTONOMO) PARA OS PRESTADORES DO CADAUTON.     *
      * CHAVE: AUTONOMO + COMPETENCIA (AAAAMM) + SEQUENCIA, COM    *
      * INDICE ALTERNADO NA COMPETENCIA PARA OS RELATORIOS.        *
      * CALCULO NA DIGITACAO DO VALOR BRUTO:                       *
      *   INSS RETIDO = BRUTO X PARAMETRO 019 (PADRAO 11%),        *
      *     LIMITADO NO MES AO TETO DE CONTRIBUICAO (PARAM 002)    *
      *     SOMANDO OS RPA ANTERIORES DO AUTONOMO NA COMPETENCIA;  *
      *   INSS PATRONAL = BRUTO X PARAMETRO 018 (PADRAO 20%),      *
      *     ENCARGO DA EMPRESA, NAO DESCONTADO DO PRESTADOR;       *
      *   IR = TABELA MENSAL DE CADFAIXA (TIPO R) SOBRE O BRUTO    *
      *     MENOS O INSS DO MES, MENOS O IR JA RETIDO NOS RPA      *
      *     ANTERIORES DA COMPETENCIA.                             *
      * SITUACAO L = LANCADO; R = REMETIDO AO BANCO PELO REL009    *
      * (NAO PODE MAIS SER ALTERADO NEM EXCLUIDO). COMPETENCIA     *
      * APROVADA/PAGA EM CADCOMP NAO RECEBE LANCAMENTOS.           *
      * O RECIBO SAI NO ARQUIVO RECRPA.TXT (ACUMULATIVO), NA       *
      * INCLUSAO OU PELA OPCAO R DA CONSULTA. OS RPA ENTRAM NA     *
      * REMESSA (REL009), NA GPS (REL026), NA CONTABILIZACAO       *
      * (REL030) E NA DECLARACAO ANUAL (REL052).                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RPA-ANOMES WITH DUPLICATES.
      *
       SELECT CADAUTON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AUT-CPF.
      *
       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-COD
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADFAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFAIXA
                    FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOMP
                    FILE STATUS  IS ST-ERRO6.
      *
       SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
       SELECT RECRPA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPA.DAT".
       01 REGRPA.
          03 CHAVERPA.
             05 RPA-CODAUT    PIC 9(05).
             05 RPA-ANOMES.
                07 RPA-ANO    PIC 9(04).
                07 RPA-MES    PIC 9(02).
             05 RPA-SEQ       PIC 9(02).
          03 RPA-DESCR        PIC X(30).
          03 RPA-DTSERV.
             05 RPA-DIASERV   PIC 9(02).
             05 RPA-MESSERV   PIC 9(02).
             05 RPA-ANOSERV   PIC 9(04).
          03 RPA-VALOR        PIC 9(06)V99.
          03 RPA-INSS         PIC 9(06)V99.
          03 RPA-INSSPAT      PIC 9(06)V99.
          03 RPA-BASEIR       PIC 9(06)V99.
          03 RPA-ALIQIR       PIC 9(02).
          03 RPA-IR           PIC 9(06)V99.
          03 RPA-LIQ          PIC 9(06)V99.
          03 RPA-EMP          PIC 9(02).
          03 RPA-SIT          PIC X(01).
          03 RPA-DTLANC       PIC 9(08).
          03 RPA-OPER         PIC 9(03).
      *
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
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       01 REGEMPR.
                03 EMP-COD           PIC 9(02).
                03 EMP-NOME          PIC X(30).
                03 EMP-BANCO         PIC 9(03).
                03 EMP-AGENCIA       PIC 9(04).
                03 EMP-CONTA         PIC X(10).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *
       FD CADFAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
                03 CHAVEFAIXA.
                   05 TIPOFAIXA      PIC X(01).
                   05 FAIXA-VIGEN    PIC 9(06).
                   05 FAIXA-COD      PIC 9(02).
                03 VALINI            PIC 9(06)V99.
                03 VALFIM            PIC 9(06)V99.
                03 ALIQFAIXA         PIC 9(02).
                03 VALDEDFAIXA       PIC 9(06)V99.
      *
       FD CADCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMP.DAT".
       01 REGCOMP.
          03 CHAVECOMP.
             05 COMP-ANO   PIC 9(4).
             05 COMP-MES   PIC 9(2).
          03 SITCOMP       PIC X(1).
          03 DTSITCOMP     PIC 9(8).
          03 CONFCONTA     PIC X(1).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *
       FD RECRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECRPA.TXT".
       01 LINHA-REC PIC X(80).
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-TEMCOMP     PIC X(01) VALUE "N".
       01 W-COMPFECH    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PCTINSS     PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTPAT      PIC 9(03)V99 VALUE ZEROS.
       01 W-TETO        PIC 9(08)V99 VALUE ZEROS.
       01 W-TIPOFAIXA   PIC X(01) VALUE SPACES.
       01 W-VIGUSAR     PIC 9(06) VALUE ZEROS.
       01 W-ANOMESCALC  PIC 9(06) VALUE ZEROS.
       01 W-ALIQ        PIC 9(02) VALUE ZEROS.
       01 W-VALDED      PIC 9(06)V99 VALUE ZEROS.
       01 W-ALIQACH     PIC X(01) VALUE "N".
       01 CALC          PIC 9(08)V99 VALUE ZEROS.
       01 W-REGRPA      PIC X(115) VALUE SPACES.
       01 W-CHVSALVA    PIC X(13) VALUE SPACES.
       01 W-ANTVALOR    PIC 9(08)V99 VALUE ZEROS.
       01 W-ANTINSS     PIC 9(08)V99 VALUE ZEROS.
       01 W-ANTIR       PIC 9(08)V99 VALUE ZEROS.
       01 W-INSSTOT     PIC 9(08)V99 VALUE ZEROS.
       01 W-IRTOT       PIC 9(08)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

       01 LIN-REC1.
          03 FILLER        PIC X(80) VALUE ALL "=".
       01 LIN-REC2.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(40) VALUE
             "RECIBO DE PAGAMENTO A AUTONOMO - RPA".
          03 FILLER        PIC X(20) VALUE SPACES.
       01 LIN-REC3.
          03 FILLER        PIC X(12) VALUE "FONTE PAG.: ".
          03 LR3-EMP       PIC 9(02).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LR3-EMPNOME   PIC X(30).
          03 FILLER        PIC X(08) VALUE "  RPA : ".
          03 LR3-CODAUT    PIC 9(05).
          03 FILLER        PIC X(01) VALUE "/".
          03 LR3-ANO       PIC 9(04).
          03 LR3-MES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LR3-SEQ       PIC 9(02).
          03 FILLER        PIC X(10) VALUE SPACES.
       01 LIN-REC4.
          03 FILLER        PIC X(12) VALUE "PRESTADOR : ".
          03 LR4-NOME      PIC X(35).
          03 FILLER        PIC X(07) VALUE "  CPF: ".
          03 LR4-CPF       PIC 9(11).
          03 FILLER        PIC X(15) VALUE SPACES.
       01 LIN-REC5.
          03 FILLER        PIC X(12) VALUE "NIT/PIS   : ".
          03 LR5-NIT       PIC 9(11).
          03 FILLER        PIC X(14) VALUE "   ATIVIDADE: ".
          03 LR5-ATIVID    PIC X(20).
          03 FILLER        PIC X(23) VALUE SPACES.
       01 LIN-REC6.
          03 FILLER        PIC X(12) VALUE "SERVICO   : ".
          03 LR6-DESCR     PIC X(30).
          03 FILLER        PIC X(10) VALUE "  DATA:  ".
          03 LR6-DIA       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LR6-MES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LR6-ANO       PIC 9(04).
          03 FILLER        PIC X(18) VALUE SPACES.
       01 LIN-RECVLR.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LRV-LABEL     PIC X(35).
          03 LRV-VALOR     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(30) VALUE SPACES.
       01 LIN-REC7.
          03 FILLER        PIC X(40) VALUE
             "RECEBI A IMPORTANCIA LIQUIDA ACIMA PELOS".
          03 FILLER        PIC X(40) VALUE
             " SERVICOS DESCRITOS, SEM VINCULO".
       01 LIN-REC8.
          03 FILLER        PIC X(40) VALUE
             "EMPREGATICIO COM A FONTE PAGADORA.".
          03 FILLER        PIC X(40) VALUE SPACES.
       01 LIN-REC9.
          03 FILLER        PIC X(40) VALUE SPACES.
          03 FILLER        PIC X(40) VALUE ALL "_".
       01 LIN-REC10.
          03 FILLER        PIC X(50) VALUE SPACES.
          03 FILLER        PIC X(30) VALUE
             "ASSINATURA DO PRESTADOR".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADRPA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** LANCAMENTO DE RPA - AUTONOMOS ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO AUTONOMO          :".
           05  LINE 05  COLUMN 01
               VALUE  "   NOME                        :".
           05  LINE 06  COLUMN 01
               VALUE  "   COMPETENCIA (AAAA MM)       :".
           05  LINE 07  COLUMN 01
               VALUE  "   SEQUENCIA NA COMPETENCIA    :".
           05  LINE 09  COLUMN 01
               VALUE  "   DESCRICAO DO SERVICO        :".
           05  LINE 10  COLUMN 01
               VALUE  "   DATA DO SERVICO (DDMMAAAA)  :".
           05  LINE 11  COLUMN 01
               VALUE  "   VALOR BRUTO                 :".
           05  LINE 13  COLUMN 01
               VALUE  "   INSS RETIDO                 :".
           05  LINE 14  COLUMN 01
               VALUE  "   BASE DO IR            ALIQ. :".
           05  LINE 15  COLUMN 01
               VALUE  "   IR RETIDO                   :".
           05  LINE 16  COLUMN 01
               VALUE  "   VALOR LIQUIDO A PAGAR       :".
           05  LINE 17  COLUMN 01
               VALUE  "   INSS PATRONAL (ENCARGO)     :".
           05  LINE 18  COLUMN 01
               VALUE  "   SITUACAO (L=LANC. R=REMET.) :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODAUT
               LINE 04  COLUMN 35  PIC 9(05)
               USING  RPA-CODAUT
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 35  PIC X(35)
               USING  AUT-NOME
               HIGHLIGHT.
           05  TANO
               LINE 06  COLUMN 35  PIC 9(04)
               USING  RPA-ANO
               HIGHLIGHT.
           05  TMES
               LINE 06  COLUMN 40  PIC 9(02)
               USING  RPA-MES
               HIGHLIGHT.
           05  TSEQ
               LINE 07  COLUMN 35  PIC 9(02)
               USING  RPA-SEQ
               HIGHLIGHT.
           05  TDESCR
               LINE 09  COLUMN 35  PIC X(30)
               USING  RPA-DESCR
               HIGHLIGHT.
           05  TDTSERV
               LINE 10  COLUMN 35  PIC 9(08)
               USING  RPA-DTSERV
               HIGHLIGHT.
           05  TVALOR
               LINE 11  COLUMN 35  PIC ZZZ.ZZ9,99
               USING  RPA-VALOR
               HIGHLIGHT.
           05  TCALCULO.
               10  LINE 13  COLUMN 35  PIC ZZZ.ZZ9,99
                   USING  RPA-INSS
                   HIGHLIGHT.
               10  LINE 14  COLUMN 35  PIC ZZZ.ZZ9,99
                   USING  RPA-BASEIR
                   HIGHLIGHT.
               10  LINE 14  COLUMN 47  PIC Z9
                   USING  RPA-ALIQIR
                   HIGHLIGHT.
               10  LINE 15  COLUMN 35  PIC ZZZ.ZZ9,99
                   USING  RPA-IR
                   HIGHLIGHT.
               10  LINE 16  COLUMN 35  PIC ZZZ.ZZ9,99
                   USING  RPA-LIQ
                   HIGHLIGHT.
               10  LINE 17  COLUMN 35  PIC ZZZ.ZZ9,99
                   USING  RPA-INSSPAT
                   HIGHLIGHT.
               10  LINE 18  COLUMN 35  PIC X(01)
                   USING  RPA-SIT
                   HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADAUTON
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUTON" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADEMPR
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAUTON
              GO TO ROT-FIM2.
           OPEN INPUT CADFAIXA
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAUTON CADEMPR
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMCOMP
           OPEN INPUT CADCOMP
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30" OR ST-ERRO6 = "35"
                 MOVE "N" TO W-TEMCOMP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOMP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADAUTON CADEMPR CADFAIXA
                 IF W-TEMPARAM = "S"
                    CLOSE CADPARAM
                    GO TO ROT-FIM2
                 ELSE
                    GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADRPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRPA
                 CLOSE CADRPA
                 MOVE "*** ARQUIVO CADRPA FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO AUT-NOME RPA-DESCR RPA-SIT
           MOVE ZEROS TO RPA-CODAUT RPA-ANO RPA-MES RPA-SEQ
                         RPA-DTSERV RPA-VALOR RPA-INSS RPA-INSSPAT
                         RPA-BASEIR RPA-ALIQIR RPA-IR RPA-LIQ
                         RPA-EMP RPA-DTLANC RPA-OPER W-SEL
           DISPLAY TCADRPA.
      *
       R2.
           ACCEPT TCODAUT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RPA-CODAUT = ZEROS
                   GO TO R2.
           MOVE RPA-CODAUT TO AUT-COD
           READ CADAUTON
           IF ST-ERRO2 NOT = "00"
              MOVE "*** AUTONOMO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
       R3.
           ACCEPT TANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF RPA-ANO < 2000
              MOVE "ANO DA COMPETENCIA INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R3A.
           ACCEPT TMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RPA-MES < 01 OR RPA-MES > 12
              MOVE "MES DA COMPETENCIA INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
           PERFORM ROT-VE-COMP THRU ROT-VE-COMP-FIM.
       R4.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           IF RPA-SEQ = ZEROS
                   GO TO R4.
       LER-CADRPA.
           READ CADRPA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TCADRPA
                 MOVE "*** RPA JA LANCADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADRPA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           IF W-COMPFECH = "S"
              MOVE "COMPETENCIA JA APROVADA/PAGA - NAO PERMITIDO"
                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF AUT-SIT = "I"
              MOVE "*** AUTONOMO INATIVO - RPA NAO PERMITIDO ***"
                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
       R5.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF RPA-DESCR = SPACES
              MOVE "DESCRICAO DO SERVICO NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TDTSERV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RPA-DIASERV < 01 OR RPA-DIASERV > 31
              OR RPA-MESSERV < 01 OR RPA-MESSERV > 12
              OR RPA-ANOSERV < 2000
              MOVE "DATA DO SERVICO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RPA-VALOR = ZEROS
              MOVE "VALOR BRUTO NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM ROT-CALCULA THRU ROT-CALCULA-FIM
           IF W-ALIQACH NOT = "S"
              MOVE "TABELA DE IR (CADFAIXA TIPO R) NAO CADASTRADA"
                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY TCALCULO.
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
                PERFORM ROT-CARIMBO THRU ROT-CARIMBO-FIM
                WRITE REGRPA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RPA GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IMP-OPC.
                IF ST-ERRO = "22"
                  MOVE "* RPA JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRPA"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
       IMP-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "IMPRIME O RECIBO (S/N) : ".
                ACCEPT (22, 46) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-OPC.
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO R1.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR  R=RECIBO"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "R"
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO R1.
                IF RPA-SIT = "R"
                   MOVE "RPA JA REMETIDO AO BANCO - NAO PERMITIDO"
                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-COMPFECH = "S"
                   MOVE "COMPETENCIA JA APROVADA/PAGA - NAO PERMITIDO"
                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R5.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** RPA NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADRPA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** RPA EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO RPA" TO MENS
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
       ALT-RW1.
                PERFORM ROT-CARIMBO THRU ROT-CARIMBO-FIM
                REWRITE REGRPA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** RPA ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-OPC.
                MOVE "ERRO NA ALTERACAO DO RPA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADRPA CADAUTON CADEMPR CADFAIXA
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMCOMP = "S"
              CLOSE CADCOMP.
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
      * SITUACAO DA COMPETENCIA EM CADCOMP: APROVADA (P) OU   *
      * PAGA (G) FECHA A COMPETENCIA PARA LANCAMENTOS         *
      *********************************************************
       ROT-VE-COMP.
           MOVE "N" TO W-COMPFECH
           IF W-TEMCOMP NOT = "S"
              GO TO ROT-VE-COMP-FIM.
           MOVE RPA-ANO TO COMP-ANO
           MOVE RPA-MES TO COMP-MES
           READ CADCOMP
           IF ST-ERRO6 = "00"
              IF SITCOMP = "P" OR SITCOMP = "G"
                 MOVE "S" TO W-COMPFECH.
       ROT-VE-COMP-FIM.
           EXIT.
      *
      *********************************************************
      * SITUACAO, EMPRESA, DATA E OPERADOR DO LANCAMENTO      *
      * (OPERADOR DA SESSAO, SINALIZADO PELO MENU EM CADTRAVA)*
      *********************************************************
       ROT-CARIMBO.
           MOVE "L"     TO RPA-SIT
           MOVE AUT-EMP TO RPA-EMP
           ACCEPT RPA-DTLANC FROM DATE YYYYMMDD
           MOVE ZEROS TO RPA-OPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO RPA-OPER
              END-IF
              CLOSE CADTRAVA.
       ROT-CARIMBO-FIM.
           EXIT.
      *
      *********************************************************
      * CALCULO DO RPA. OS RPA ANTERIORES DO AUTONOMO NA      *
      * MESMA COMPETENCIA (OUTRAS SEQUENCIAS) ENTRAM NO TETO  *
      * DO INSS E NA BASE DO IR DO MES; O RPA ATUAL RETEM SO  *
      * A DIFERENCA.                                          *
      *********************************************************
       ROT-CALCULA.
           COMPUTE W-PARAMCOMP = (RPA-ANO * 100) + RPA-MES
           MOVE 019 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > 0
              MOVE W-PARAMVLR TO W-PCTINSS
           ELSE
              MOVE 11 TO W-PCTINSS.
           MOVE 018 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > 0
              MOVE W-PARAMVLR TO W-PCTPAT
           ELSE
              MOVE 20 TO W-PCTPAT.
           MOVE 002 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           MOVE W-PARAMVLR TO W-TETO
           PERFORM ROT-SOMA-ANT THRU ROT-SOMA-ANT-FIM
      *
           COMPUTE W-INSSTOT ROUNDED =
                   (W-ANTVALOR + RPA-VALOR) * W-PCTINSS / 100
           IF W-TETO > 0 AND W-INSSTOT > W-TETO
              MOVE W-TETO TO W-INSSTOT.
           IF W-ANTINSS > W-INSSTOT
              MOVE ZEROS TO RPA-INSS
           ELSE
              COMPUTE RPA-INSS = W-INSSTOT - W-ANTINSS.
           COMPUTE RPA-INSSPAT ROUNDED = RPA-VALOR * W-PCTPAT / 100
      *
           COMPUTE RPA-BASEIR = RPA-VALOR - RPA-INSS
           COMPUTE CALC = W-ANTVALOR + RPA-VALOR
                        - W-ANTINSS - RPA-INSS
           MOVE "R" TO W-TIPOFAIXA
           PERFORM ROT-BUSCA-FAIXA THRU ROT-BUSCA-FAIXA-FIM
           MOVE W-ALIQ TO RPA-ALIQIR
           COMPUTE W-IRTOT ROUNDED = CALC * W-ALIQ / 100
           IF W-VALDED > W-IRTOT
              MOVE W-IRTOT TO W-VALDED.
           SUBTRACT W-VALDED FROM W-IRTOT
           IF W-ANTIR > W-IRTOT
              MOVE ZEROS TO RPA-IR
           ELSE
              COMPUTE RPA-IR = W-IRTOT - W-ANTIR.
           COMPUTE RPA-LIQ = RPA-VALOR - RPA-INSS - RPA-IR
           MOVE "L" TO RPA-SIT.
       ROT-CALCULA-FIM.
           EXIT.
      *
      *********************************************************
      * SOMA OS RPA DAS OUTRAS SEQUENCIAS DO AUTONOMO NA      *
      * COMPETENCIA; GUARDA E DEVOLVE O REGISTRO EM DIGITACAO *
      *********************************************************
       ROT-SOMA-ANT.
           MOVE ZEROS TO W-ANTVALOR W-ANTINSS W-ANTIR
           MOVE REGRPA   TO W-REGRPA
           MOVE CHAVERPA TO W-CHVSALVA
           MOVE ZEROS    TO RPA-SEQ
           START CADRPA KEY IS NOT LESS CHAVERPA
                 INVALID KEY
                    GO TO ROT-SOMA-ANT-VOLTA.
       ROT-SOMA-ANT-RD.
           READ CADRPA NEXT RECORD
                AT END
                   GO TO ROT-SOMA-ANT-VOLTA
           END-READ
           IF ST-ERRO NOT = "00"
              OR CHAVERPA (1:11) NOT = W-CHVSALVA (1:11)
              GO TO ROT-SOMA-ANT-VOLTA.
           IF CHAVERPA = W-CHVSALVA
              GO TO ROT-SOMA-ANT-RD.
           ADD RPA-VALOR TO W-ANTVALOR
           ADD RPA-INSS  TO W-ANTINSS
           ADD RPA-IR    TO W-ANTIR
           GO TO ROT-SOMA-ANT-RD.
       ROT-SOMA-ANT-VOLTA.
           MOVE W-REGRPA TO REGRPA.
       ROT-SOMA-ANT-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O  *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O  *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA    *
      * W-PARAMCOMP                                           *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-ERRO4 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA EM CADFAIXA A FAIXA CUJO VALOR INICIAL/FINAL  *
      * COBRE CALC, PARA O TIPOFAIXA W-TIPOFAIXA, NA VIGENCIA *
      * DA COMPETENCIA. RETORNA ALIQUOTA E DEDUCAO.           *
      *********************************************************
       ROT-BUSCA-FAIXA.
           MOVE ZEROS       TO W-ALIQ W-VALDED
           MOVE "N"         TO W-ALIQACH
           COMPUTE W-ANOMESCALC = (RPA-ANO * 100) + RPA-MES
           PERFORM ROT-ACHA-VIGEN THRU ROT-ACHA-VIGEN-FIM
           MOVE W-TIPOFAIXA TO TIPOFAIXA
           MOVE W-VIGUSAR   TO FAIXA-VIGEN
           MOVE 01          TO FAIXA-COD
           START CADFAIXA KEY IS NOT LESS CHAVEFAIXA
                 INVALID KEY
                    GO TO ROT-BUSCA-FAIXA-FIM.
       ROT-BUSCA-FAIXA-RD.
           READ CADFAIXA NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-FAIXA-FIM
           END-READ
           IF TIPOFAIXA NOT = W-TIPOFAIXA
              OR FAIXA-VIGEN NOT = W-VIGUSAR
              GO TO ROT-BUSCA-FAIXA-FIM.
           IF CALC NOT < VALINI AND CALC NOT > VALFIM
              MOVE ALIQFAIXA   TO W-ALIQ
              MOVE VALDEDFAIXA TO W-VALDED
              MOVE "S"         TO W-ALIQACH
              GO TO ROT-BUSCA-FAIXA-FIM.
           GO TO ROT-BUSCA-FAIXA-RD.
       ROT-BUSCA-FAIXA-FIM.
           EXIT.
      *
      *********************************************************
      * DETERMINA A VIGENCIA DA TABELA DE FAIXAS A USAR PARA  *
      * A COMPETENCIA (W-ANOMESCALC): A MAIOR FAIXA-VIGEN DO  *
      * TIPO QUE NAO ULTRAPASSE A COMPETENCIA (W-VIGUSAR)     *
      *********************************************************
       ROT-ACHA-VIGEN.
           MOVE ZEROS TO W-VIGUSAR
           MOVE W-TIPOFAIXA TO TIPOFAIXA
           MOVE ZEROS TO FAIXA-VIGEN FAIXA-COD
           START CADFAIXA KEY IS NOT LESS CHAVEFAIXA
                 INVALID KEY
                    GO TO ROT-ACHA-VIGEN-FIM.
       ROT-ACHA-VIGEN-RD.
           READ CADFAIXA NEXT RECORD
                AT END
                   GO TO ROT-ACHA-VIGEN-FIM
           END-READ
           IF TIPOFAIXA NOT = W-TIPOFAIXA
              GO TO ROT-ACHA-VIGEN-FIM.
           IF FAIXA-VIGEN NOT > W-ANOMESCALC
              MOVE FAIXA-VIGEN TO W-VIGUSAR.
           GO TO ROT-ACHA-VIGEN-RD.
       ROT-ACHA-VIGEN-FIM.
           EXIT.
      *
      *********************************************************
      * RECIBO DO RPA NO ARQUIVO RECRPA.TXT                   *
      * (ACRESCENTA AO FINAL; CRIA O ARQUIVO SE NAO EXISTIR)  *
      *********************************************************
       ROT-IMPRIME.
           OPEN EXTEND RECRPA
           IF ST-ERRO7 NOT = "00"
              OPEN OUTPUT RECRPA
              IF ST-ERRO7 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECRPA.TXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-IMPRIME-FIM.
           MOVE RPA-EMP TO EMP-COD
           READ CADEMPR
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO EMP-NOME.
           WRITE LINHA-REC FROM LIN-REC1
           WRITE LINHA-REC FROM LIN-REC2
           WRITE LINHA-REC FROM LIN-REC1
           MOVE RPA-EMP     TO LR3-EMP
           MOVE EMP-NOME    TO LR3-EMPNOME
           MOVE RPA-CODAUT  TO LR3-CODAUT
           MOVE RPA-ANO     TO LR3-ANO
           MOVE RPA-MES     TO LR3-MES
           MOVE RPA-SEQ     TO LR3-SEQ
           WRITE LINHA-REC FROM LIN-REC3
           MOVE AUT-NOME    TO LR4-NOME
           MOVE AUT-CPF     TO LR4-CPF
           WRITE LINHA-REC FROM LIN-REC4
           MOVE AUT-NIT     TO LR5-NIT
           MOVE AUT-ATIVID  TO LR5-ATIVID
           WRITE LINHA-REC FROM LIN-REC5
           MOVE RPA-DESCR   TO LR6-DESCR
           MOVE RPA-DIASERV TO LR6-DIA
           MOVE RPA-MESSERV TO LR6-MES
           MOVE RPA-ANOSERV TO LR6-ANO
           WRITE LINHA-REC FROM LIN-REC6
           WRITE LINHA-REC FROM LIN-BRANCO
           MOVE "VALOR BRUTO DOS SERVICOS .....: " TO LRV-LABEL
           MOVE RPA-VALOR TO LRV-VALOR
           WRITE LINHA-REC FROM LIN-RECVLR
           MOVE "(-) INSS RETIDO ..............: " TO LRV-LABEL
           MOVE RPA-INSS TO LRV-VALOR
           WRITE LINHA-REC FROM LIN-RECVLR
           MOVE "(-) IR RETIDO NA FONTE .......: " TO LRV-LABEL
           MOVE RPA-IR TO LRV-VALOR
           WRITE LINHA-REC FROM LIN-RECVLR
           MOVE "(=) VALOR LIQUIDO RECEBIDO ...: " TO LRV-LABEL
           MOVE RPA-LIQ TO LRV-VALOR
           WRITE LINHA-REC FROM LIN-RECVLR
           WRITE LINHA-REC FROM LIN-BRANCO
           WRITE LINHA-REC FROM LIN-REC7
           WRITE LINHA-REC FROM LIN-REC8
           WRITE LINHA-REC FROM LIN-BRANCO
           WRITE LINHA-REC FROM LIN-REC9
           WRITE LINHA-REC FROM LIN-REC10
           WRITE LINHA-REC FROM LIN-BRANCO
           CLOSE RECRPA
           MOVE "*** RECIBO GRAVADO EM RECRPA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-IMPRIME-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
