       PROGRAM-ID. REL028.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * INFORME DE RENDIMENTOS ANUAL - LE OS ACUMULADOS DO ANO       *
      * (CADACUM, UM REGISTRO POR FUNCIONARIO E EMPRESA, MANTIDO     *
      * PELO CALCULO DA FOLHA) COM OS RENDIMENTOS BRUTOS, O INSS E   *
      * O IR RETIDOS E O 13O SALARIO (FOLHA D E 13O PROPORCIONAL DA  *
      * RESCISAO), IMPRIMINDO UMA PAGINA DE INFORME POR FUNCIONARIO  *
      * COM O BLOCO DE NOME E ENDERECO DO CADFUNC/CADCEP             *
      * (INFREND.TXT) E UMA LISTA-RESUMO PARA ARQUIVO DO ESCRITORIO  *
      * (INFRESUMO.TXT). A PARTICIPACAO NOS LUCROS (PLR, FOLHA P) E  *
      * O IR RETIDO SOBRE ELA SAEM EM LINHAS PROPRIAS, FORA DOS      *
      * RENDIMENTOS TRIBUTAVEIS (TRIBUTACAO EXCLUSIVA NA FONTE).     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACUM.DAT".
       01 REGACUM.
          03 CHAVEACUM.
             05 ACU-ANO          PIC 9(4).
             05 ACU-CODFUNC      PIC 9(5).
             05 ACU-EMP          PIC 9(2).
          03 ACU-BRUTO           PIC S9(08)V99.
          03 ACU-INSS            PIC S9(08)V99.
          03 ACU-IR              PIC S9(08)V99.
          03 ACU-FGTS            PIC S9(08)V99.
          03 ACU-13              PIC S9(08)V99.
          03 ACU-FERIAS          PIC S9(08)V99.
          03 ACU-QTDFOL          PIC 9(03).
          03 ACU-MESES.
             05 ACU-MES OCCURS 12 TIMES.
                07 ACU-MREND     PIC S9(08)V99.
                07 ACU-MIR       PIC S9(08)V99.
          03 ACU-DTATU           PIC 9(08).
          03 ACU-PLR             PIC S9(08)V99.
          03 ACU-IRPLR           PIC S9(08)V99.
          03 ACU-MESESPLR.
             05 ACU-MESPLR OCCURS 12 TIMES.
                07 ACU-MPLR      PIC S9(08)V99.
                07 ACU-MIRPLR    PIC S9(08)V99.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
       FD INFRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INFRESUMO.TXT".
       01 LINHA-RES PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL028".
       01 W-TOTINSS     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTIR       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT13       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTPLR      PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTIRPLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTINF      PIC 9(06) VALUE ZEROS.

       01 LIN-TITULO.
          03 LF-NOME       PIC X(35).
          03 FILLER        PIC X(06) VALUE " CPF: ".
          03 LF-CPF        PIC 9(11).
          03 FILLER        PIC X(06) VALUE " EMP: ".
          03 LF-EMP        PIC 9(02).

       01 LIN-END1.
          03 FILLER        PIC X(11) VALUE "ENDERECO : ".
          03 LR-IR         PIC Z(7)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LR-13         PIC Z(7)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LR-PLR        PIC Z(7)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LR-IRPLR      PIC Z(7)9,99.

       01 LIN-RESCAB.
          03 FILLER        PIC X(07) VALUE "CODIGO ".
          03 FILLER        PIC X(13) VALUE "RENDIMENTOS".
          03 FILLER        PIC X(12) VALUE "INSS".
          03 FILLER        PIC X(12) VALUE "IR".
          03 FILLER        PIC X(13) VALUE "13o SAL".
          03 FILLER        PIC X(13) VALUE "PLR".
          03 FILLER        PIC X(09) VALUE "IR PLR".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADACUM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM - "
                      "ACUMULADOS DO ANO NAO GERADOS"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADFUNC
           WRITE LINHA-RES FROM LIN-RESCAB.
      *
       R1.
           MOVE W-ANOPROC TO ACU-ANO
           MOVE ZEROS     TO ACU-CODFUNC ACU-EMP
           START CADACUM KEY IS NOT LESS CHAVEACUM
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM REGISTRO DE ACUMULADOS POR FUNCIONARIO E EMPRESA NO *
      * ANO: RENDIMENTOS = BRUTO DO ANO MENOS O 13O, QUE SAI   *
      * EM LINHA PROPRIA                                       *
      *********************************************************
       R2.
           READ CADACUM NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADACUM"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ACU-ANO NOT = W-ANOPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ACU-BRUTO = ZEROS AND ACU-INSS = ZEROS
              AND ACU-IR = ZEROS AND ACU-PLR = ZEROS
              GO TO R2-FIM.
      *
       R3.
           MOVE ACU-CODFUNC TO W-FUNCANT
           COMPUTE W-TOTBRUTO = ACU-BRUTO - ACU-13
           MOVE ACU-INSS    TO W-TOTINSS
           MOVE ACU-IR      TO W-TOTIR
           MOVE ACU-13      TO W-TOT13
           MOVE ACU-PLR     TO W-TOTPLR
           MOVE ACU-IRPLR   TO W-TOTIRPLR
           PERFORM ROT-GRAVA-INF THRU ROT-GRAVA-INF-FIM.
       R2-FIM.
           EXIT.
      *
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-FUNCANT TO LF-COD LR-COD
           MOVE ACU-EMP   TO LF-EMP
           MOVE W-FUNCANT TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 = "00"
              MOVE NOME    TO LF-NOME LR-NOME
              MOVE CPFFUNC TO LF-CPF
              PERFORM ROT-ENDERECO THRU ROT-ENDERECO-FIM
           ELSE
              MOVE "N"    TO W-ENDACH
              MOVE ZEROS  TO LF-CPF
              MOVE SPACES TO LF-NOME LR-NOME.
           WRITE LINHA-REL FROM LIN-FUNC
           IF W-ENDACH = "S"
           MOVE "13o SALARIO                       :" TO LV-LABEL
           MOVE W-TOT13 TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VLR
           IF W-TOTPLR NOT = ZEROS
              MOVE "PARTICIPACAO NOS LUCROS (PLR)     :" TO LV-LABEL
              MOVE W-TOTPLR TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VLR
              MOVE "IR RETIDO S/ PLR (TRIB. EXCLUSIVA):" TO LV-LABEL
              MOVE W-TOTIRPLR TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VLR.
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-TOTBRUTO TO LR-BRUTO
           MOVE W-TOTINSS  TO LR-INSS
           MOVE W-TOTIR    TO LR-IR
           MOVE W-TOT13    TO LR-13
           MOVE W-TOTPLR   TO LR-PLR
           MOVE W-TOTIRPLR TO LR-IRPLR
           WRITE LINHA-RES FROM LIN-RESUMO
           ADD 1 TO W-TOTINF.
       ROT-GRAVA-INF-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADACUM CADFUNC INFREND INFRESUMO
           IF W-TEMCEP = "S"
              CLOSE CADCEP.
           DISPLAY "*** INFORMES GERADOS EM INFREND.TXT ***"
