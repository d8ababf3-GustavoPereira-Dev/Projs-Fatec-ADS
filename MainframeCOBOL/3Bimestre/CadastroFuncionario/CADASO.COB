       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASO.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EXAMES DE SAUDE OCUPACIONAL (ASO) - UM REGISTRO POR EXAME   *
      * (FUNCIONARIO + SEQUENCIA) COM O TIPO:                       *
      *   A = ADMISSIONAL       P = PERIODICO                       *
      *   R = RETORNO AO TRABALHO   D = DEMISSIONAL                 *
      * DATA DO EXAME, RESULTADO (A=APTO I=INAPTO), CLINICA, CARGO  *
      * DO EXAME E DATA DO PROXIMO EXAME. A PERIODICIDADE VEM DO    *
      * CARGO: 12 MESES PARA CARGO COM ADICIONAL DE INSALUBRIDADE / *
      * PERICULOSIDADE EM CADADIC, 24 MESES PARA OS DEMAIS; O       *
      * PROXIMO EXAME E SUGERIDO POR ELA E PODE SER ALTERADO. O     *
      * EXAME ADMISSIONAL PODE SER LANCADO ANTES DO CADASTRO DO     *
      * FUNCIONARIO (INFORMANDO O CARGO) - O FPP004 E O CARGFUNC SO *
      * ATIVAM A ADMISSAO COM O ULTIMO ADMISSIONAL APTO, O FPP010   *
      * AVISA A FALTA DO DEMISSIONAL E O REL082 LISTA OS EXAMES A   *
      * VENCER E VENCIDOS POR AREA.                                 *
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
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARGO-COD
                    ALTERNATE RECORD KEY IS CARGO-DNMNC
                                 WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CARGO-AREA
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADADIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADIC-CARGO
                    FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEASO
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
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARGO.DAT".
       01 REGCARGO.
               03 CARGO-COD        PIC 9(5).
               03 CARGO-DNMNC      PIC X(20).
               03 CARGO-AREA       PIC 9(3).
               03 CARGO-TPSAL      PIC 9(1).
               03 CARGO-SALBASE    PIC 9(6)V99.
      *
       FD CADADIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADIC.DAT".
       01 REGADIC.
          03 ADIC-CARGO       PIC 9(5).
          03 ADIC-TIPO        PIC X(1).
          03 ADIC-GRAU        PIC 9(1).
          03 ADIC-PCT         PIC 9(3).
      *
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
          03 CHAVEASO.
             05 ASO-CODFUNC   PIC 9(5).
             05 ASO-SEQ       PIC 9(2).
          03 ASO-TIPO         PIC X(1).
          03 ASO-DTEXAME      PIC 9(8).
          03 ASO-RESULT       PIC X(1).
          03 ASO-CLINICA      PIC X(30).
          03 ASO-CARGO        PIC 9(5).
          03 ASO-PERIOD       PIC 9(2).
          03 ASO-DTPROX       PIC 9(8).
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
       01 W-TEMADIC     PIC X(01) VALUE "N".
       01 W-FUNCNOVO    PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-CODSAVE     PIC 9(05) VALUE ZEROS.
       01 W-SEQNOVA     PIC 9(02) VALUE ZEROS.
       01 W-DESCTIPO    PIC X(20) VALUE SPACES.
       01 W-DESCRES     PIC X(10) VALUE SPACES.
       01 W-AMDEXAME    PIC 9(08) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-SMMES       PIC 9(03) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADASO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** EXAMES DE SAUDE OCUPACIONAL (ASO) ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   SEQUENCIA (0 = NOVO)        :".
           05  LINE 09  COLUMN 01
               VALUE  "   TIPO DO EXAME               :".
           05  LINE 10  COLUMN 01
               VALUE  "   DATA DO EXAME (DDMMAAAA)    :".
           05  LINE 11  COLUMN 01
               VALUE  "   RESULTADO (A=APTO I=INAPTO) :".
           05  LINE 12  COLUMN 01
               VALUE  "   CLINICA                     :".
           05  LINE 13  COLUMN 01
               VALUE  "   CARGO DO EXAME              :".
           05  LINE 14  COLUMN 01
               VALUE  "   PERIODICIDADE (MESES)       :".
           05  LINE 15  COLUMN 01
               VALUE  "   PROXIMO EXAME (DDMMAAAA)    :".
           05  LINE 18  COLUMN 01
               VALUE  "   TIPO: A=ADMISSIONAL  P=PERIODICO".
           05  LINE 19  COLUMN 01
               VALUE  "         R=RETORNO AO TRABALHO  D=DEMISSIONAL".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  ASO-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 07  COLUMN 35  PIC 9(02)
               USING  ASO-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 35  PIC X(01)
               USING  ASO-TIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 09  COLUMN 38  PIC X(20)
               USING  W-DESCTIPO
               HIGHLIGHT.
           05  TDTEXAME
               LINE 10  COLUMN 35  PIC 9(08)
               USING  ASO-DTEXAME
               HIGHLIGHT.
           05  TRESULT
               LINE 11  COLUMN 35  PIC X(01)
               USING  ASO-RESULT
               HIGHLIGHT.
           05  TDESCRES
               LINE 11  COLUMN 38  PIC X(10)
               USING  W-DESCRES
               HIGHLIGHT.
           05  TCLINICA
               LINE 12  COLUMN 35  PIC X(30)
               USING  ASO-CLINICA
               HIGHLIGHT.
           05  TCARGO
               LINE 13  COLUMN 35  PIC 9(05)
               USING  ASO-CARGO
               HIGHLIGHT.
           05  TDNMNC
               LINE 13  COLUMN 42  PIC X(20)
               USING  CARGO-DNMNC
               HIGHLIGHT.
           05  TPERIOD
               LINE 14  COLUMN 35  PIC 9(02)
               USING  ASO-PERIOD
               HIGHLIGHT.
           05  TDTPROX
               LINE 15  COLUMN 35  PIC 9(08)
               USING  ASO-DTPROX
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCARGO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
      *    SEM CADADIC NENHUM CARGO TEM ADICIONAL - TODOS 24 MESES
       R0A.
           MOVE "S" TO W-TEMADIC
           OPEN INPUT CADADIC
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMADIC.
       R0B.
           OPEN I-O CADASO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADASO
                 CLOSE CADASO
                 MOVE "*** ARQUIVO CADASO FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADASO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME W-DESCTIPO W-DESCRES CARGO-DNMNC
           MOVE SPACES TO ASO-TIPO ASO-RESULT ASO-CLINICA
           MOVE ZEROS TO ASO-CODFUNC ASO-SEQ ASO-DTEXAME ASO-CARGO
           MOVE ZEROS TO ASO-PERIOD ASO-DTPROX W-SEL
           MOVE "N" TO W-FUNCNOVO
           DISPLAY TCADASO.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ASO-CODFUNC = ZEROS
                   GO TO R2.
      *    FUNCIONARIO AINDA NAO CADASTRADO: SO O EXAME ADMISSIONAL,
      *    QUE E FEITO ANTES DA ADMISSAO ENTRAR NO FPP004/CARGFUNC
       LER-CADFUNC.
           MOVE ASO-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FUNCNOVO
              MOVE ZEROS TO CODCARGO
              MOVE "(ADMISSAO - AINDA NAO CADASTRADO)" TO NOME.
           DISPLAY TNOME.
       R2A.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF ASO-SEQ = ZEROS
              PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
              MOVE W-SEQNOVA TO ASO-SEQ
              DISPLAY TSEQ
              GO TO R2B.
       LER-CADASO.
           READ CADASO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESC-TIPO THRU ROT-DESC-TIPO-FIM
                 PERFORM ROT-DESC-RES THRU ROT-DESC-RES-FIM
                 MOVE ASO-CARGO TO CARGO-COD
                 READ CADCARGO
                 IF ST-ERRO3 NOT = "00"
                    MOVE SPACES TO CARGO-DNMNC
                 END-IF
                 DISPLAY TCADASO
                 MOVE "*** EXAME JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADASO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "*** SEQUENCIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
       R2B.
           MOVE SPACES TO ASO-TIPO ASO-RESULT ASO-CLINICA
           MOVE ZEROS TO ASO-DTEXAME ASO-PERIOD ASO-DTPROX
           MOVE CODCARGO TO ASO-CARGO.
      *
       R3.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           PERFORM ROT-DESC-TIPO THRU ROT-DESC-TIPO-FIM
           IF W-DESCTIPO = SPACES
              MOVE "TIPO DEVE SER A, P, R OU D" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-FUNCNOVO = "S" AND ASO-TIPO NOT = "A"
              MOVE "FUNCIONARIO NAO CADASTRADO - SO ADMISSIONAL"
                                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TDESCTIPO.
       R4.
           ACCEPT TDTEXAME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE ASO-DTEXAME TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DO EXAME INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTAMD8 TO W-AMDEXAME.
       R5.
           ACCEPT TRESULT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           PERFORM ROT-DESC-RES THRU ROT-DESC-RES-FIM
           IF W-DESCRES = SPACES
              MOVE "RESULTADO DEVE SER A (APTO) OU I (INAPTO)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TDESCRES.
       R6.
           ACCEPT TCLINICA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ASO-CLINICA = SPACES
              MOVE "INFORME A CLINICA DO EXAME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TCARGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE ASO-CARGO TO CARGO-COD
           READ CADCARGO
           IF ST-ERRO3 NOT = "00"
              MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY TDNMNC.
      *********************************************************
      * PERIODICIDADE DO CARGO E PROXIMO EXAME SUGERIDO. O     *
      * DEMISSIONAL E O EXAME INAPTO NAO TEM PROXIMO (O RETORNO*
      * DO INAPTO E UM NOVO EXAME DE RETORNO AO TRABALHO)      *
      *********************************************************
       R8.
           PERFORM ROT-PERIOD THRU ROT-PERIOD-FIM
           DISPLAY TPERIOD
           IF ASO-TIPO = "D" OR ASO-RESULT = "I"
              MOVE ZEROS TO ASO-DTPROX
              DISPLAY TDTPROX
              GO TO R9A.
           IF W-SEL = 1 AND ASO-DTPROX NOT = ZEROS
              GO TO R9.
           PERFORM ROT-SOMA-MESES THRU ROT-SOMA-MESES-FIM
           MOVE W-DTDMA8 TO ASO-DTPROX.
       R9.
           ACCEPT TDTPROX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE ASO-DTPROX TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DO PROXIMO EXAME INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF W-DTAMD8 NOT > W-AMDEXAME
              MOVE "PROXIMO EXAME DEVE SER DEPOIS DO EXAME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
       R9A.
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
                WRITE REGASO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** EXAME GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SEQUENCIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADASO"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (22, 55) W-OPCAO
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
                DISPLAY (22, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADASO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EXAME EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
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
                REWRITE REGASO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** EXAME ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO EXAME" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO EM CADASO
       ROT-PROX-SEQ.
           MOVE ZEROS TO W-SEQNOVA
           MOVE ASO-CODFUNC TO W-CODSAVE
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS CHAVEASO
                 INVALID KEY GO TO ROT-PROX-SEQ-ENC.
       ROT-PROX-SEQ-RD.
           READ CADASO NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR ASO-CODFUNC NOT = W-CODSAVE
              GO TO ROT-PROX-SEQ-ENC.
           MOVE ASO-SEQ TO W-SEQNOVA
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-ENC.
           ADD 1 TO W-SEQNOVA
           MOVE W-CODSAVE TO ASO-CODFUNC.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *
      *    DESCRICAO DO TIPO DO EXAME (BRANCOS = INVALIDO)
       ROT-DESC-TIPO.
           EVALUATE ASO-TIPO
              WHEN "A" MOVE "ADMISSIONAL"          TO W-DESCTIPO
              WHEN "P" MOVE "PERIODICO"            TO W-DESCTIPO
              WHEN "R" MOVE "RETORNO AO TRABALHO"  TO W-DESCTIPO
              WHEN "D" MOVE "DEMISSIONAL"          TO W-DESCTIPO
              WHEN OTHER MOVE SPACES               TO W-DESCTIPO
           END-EVALUATE.
       ROT-DESC-TIPO-FIM.
           EXIT.
      *
      *    DESCRICAO DO RESULTADO (BRANCOS = INVALIDO)
       ROT-DESC-RES.
           EVALUATE ASO-RESULT
              WHEN "A" MOVE "APTO"   TO W-DESCRES
              WHEN "I" MOVE "INAPTO" TO W-DESCRES
              WHEN OTHER MOVE SPACES TO W-DESCRES
           END-EVALUATE.
       ROT-DESC-RES-FIM.
           EXIT.
      *
      *    PERIODICIDADE PELO CARGO DO EXAME: CARGO COM ADICIONAL
      *    (INSALUBRIDADE OU PERICULOSIDADE) EM CADADIC = 12 MESES
       ROT-PERIOD.
           MOVE 24 TO ASO-PERIOD
           IF W-TEMADIC NOT = "S"
              GO TO ROT-PERIOD-FIM.
           MOVE ASO-CARGO TO ADIC-CARGO
           READ CADADIC
           IF ST-ERRO4 = "00" AND ADIC-PCT > ZEROS
              MOVE 12 TO ASO-PERIOD.
       ROT-PERIOD-FIM.
           EXIT.
      *
      *********************************************************
      * DATA DO EXAME (W-AMDEXAME) + ASO-PERIOD MESES, COM O   *
      * DIA LIMITADO AO ULTIMO DIA DO MES. DEVOLVE DDMMAAAA EM *
      * W-DTDMA8                                               *
      *********************************************************
       ROT-SOMA-MESES.
           MOVE W-AMDEXAME TO W-DTAMD8
           COMPUTE W-SMMES = W-MESA + ASO-PERIOD.
       ROT-SOMA-MESES-ANO.
           IF W-SMMES > 12
              SUBTRACT 12 FROM W-SMMES
              ADD 1 TO W-ANOA
              GO TO ROT-SOMA-MESES-ANO.
           MOVE W-SMMES TO W-MESA
           MOVE W-ANOA TO W-DMANO
           MOVE W-MESA TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAA > W-DIASMES
              MOVE W-DIASMES TO W-DIAA.
           MOVE W-DIAA TO W-DIAD
           MOVE W-MESA TO W-MESD
           MOVE W-ANOA TO W-ANOD.
       ROT-SOMA-MESES-FIM.
           EXIT.
      *
      *********************************************************
      * VALIDA A DATA DDMMAAAA DE W-DTDMA: W-DATAOK = "S" COM  *
      * A DATA EM AAAAMMDD (W-DTAMD8), PRONTA PARA COMPARAR    *
      *********************************************************
       ROT-VALIDA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              GO TO ROT-VALIDA-DATA-FIM.
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE "S" TO W-DATAOK.
       ROT-VALIDA-DATA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *
      *    CONVERTE DATA DDMMAAAA (W-DTDMA) PARA AAAAMMDD (W-DTAMD)
       ROT-DMA-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-DMA-AMD-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADCARGO CADASO
           IF W-TEMADIC = "S"
              CLOSE CADADIC.
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
