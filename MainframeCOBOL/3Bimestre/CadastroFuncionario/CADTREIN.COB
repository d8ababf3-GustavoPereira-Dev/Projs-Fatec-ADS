       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTREIN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * TREINAMENTOS E CERTIFICACOES DO FUNCIONARIO - UM REGISTRO   *
      * POR TREINAMENTO (FUNCIONARIO + SEQUENCIA) COM O CURSO DO    *
      * CATALOGO CADCURSO, A DATA DE REALIZACAO, AS HORAS, A        *
      * ENTIDADE QUE MINISTROU E O VENCIMENTO DA CERTIFICACAO. O    *
      * VENCIMENTO E SUGERIDO PELA VALIDADE DO CURSO (DATA + MESES, *
      * DIA LIMITADO AO FIM DO MES) E PODE SER ALTERADO; CURSO SEM  *
      * VALIDADE NAO VENCE (ZERO). O REL084 CONFERE OS CURSOS       *
      * OBRIGATORIOS DO CARGO (CADCURC) E O REL085 SOMA AS HORAS    *
      * DO ANO POR FUNCIONARIO E AREA.                              *
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
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-COD
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETREIN
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
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
          03 CUR-COD          PIC 9(3).
          03 CUR-DESC         PIC X(30).
          03 CUR-VALID        PIC 9(3).
          03 CUR-CHORAS       PIC 9(3).
      *
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREIN.DAT".
       01 REGTREIN.
          03 CHAVETREIN.
             05 TRE-CODFUNC   PIC 9(5).
             05 TRE-SEQ       PIC 9(3).
          03 TRE-CURSO        PIC 9(3).
          03 TRE-DTREAL       PIC 9(8).
          03 TRE-HORAS        PIC 9(3).
          03 TRE-ENTIDADE     PIC X(30).
          03 TRE-DTVENC       PIC 9(8).
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
       01 W-CODSAVE     PIC 9(05) VALUE ZEROS.
       01 W-SEQNOVA     PIC 9(03) VALUE ZEROS.
       01 W-AMDREAL     PIC 9(08) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-SMMES       PIC 9(04) VALUE ZEROS.
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
       01  TCADTREIN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** TREINAMENTOS E CERTIFICACOES ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   SEQUENCIA (0 = NOVO)        :".
           05  LINE 09  COLUMN 01
               VALUE  "   CURSO                       :".
           05  LINE 10  COLUMN 01
               VALUE  "   DATA DE REALIZACAO          :".
           05  LINE 11  COLUMN 01
               VALUE  "   HORAS                       :".
           05  LINE 12  COLUMN 01
               VALUE  "   ENTIDADE                    :".
           05  LINE 13  COLUMN 01
               VALUE  "   VENCIMENTO (0 = NAO VENCE)  :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  TRE-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 07  COLUMN 35  PIC 9(03)
               USING  TRE-SEQ
               HIGHLIGHT.
           05  TCURSO
               LINE 09  COLUMN 35  PIC 9(03)
               USING  TRE-CURSO
               HIGHLIGHT.
           05  TCURDESC
               LINE 09  COLUMN 40  PIC X(30)
               USING  CUR-DESC
               HIGHLIGHT.
           05  TDTREAL
               LINE 10  COLUMN 35  PIC 9(08)
               USING  TRE-DTREAL
               HIGHLIGHT.
           05  THORAS
               LINE 11  COLUMN 35  PIC 9(03)
               USING  TRE-HORAS
               HIGHLIGHT.
           05  TENTIDADE
               LINE 12  COLUMN 35  PIC X(30)
               USING  TRE-ENTIDADE
               HIGHLIGHT.
           05  TDTVENC
               LINE 13  COLUMN 35  PIC 9(08)
               USING  TRE-DTVENC
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
           OPEN INPUT CADCURSO
           IF ST-ERRO3 NOT = "00"
              MOVE "CADCURSO NAO CADASTRADO - RODE O CADCURSO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADTREIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTREIN
                 CLOSE CADTREIN
                 MOVE "*** ARQUIVO CADTREIN FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTREIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME CUR-DESC TRE-ENTIDADE
           MOVE ZEROS TO TRE-CODFUNC TRE-SEQ TRE-CURSO TRE-DTREAL
           MOVE ZEROS TO TRE-HORAS TRE-DTVENC W-SEL
           DISPLAY TCADTREIN.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TRE-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE TRE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
       R2A.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF TRE-SEQ = ZEROS
              PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
              MOVE W-SEQNOVA TO TRE-SEQ
              DISPLAY TSEQ
              GO TO R2B.
       LER-CADTREIN.
           READ CADTREIN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE TRE-CURSO TO CUR-COD
                 READ CADCURSO
                 IF ST-ERRO3 NOT = "00"
                    MOVE SPACES TO CUR-DESC
                 END-IF
                 DISPLAY TCADTREIN
                 MOVE "*** TREINAMENTO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADTREIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "*** SEQUENCIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
       R2B.
           MOVE SPACES TO TRE-ENTIDADE CUR-DESC
           MOVE ZEROS TO TRE-CURSO TRE-DTREAL TRE-HORAS TRE-DTVENC.
      *
       R3.
           ACCEPT TCURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE TRE-CURSO TO CUR-COD
           READ CADCURSO
           IF ST-ERRO3 NOT = "00"
              MOVE "*** CURSO NAO CADASTRADO NO CADCURSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TCURDESC.
       R4.
           ACCEPT TDTREAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE TRE-DTREAL TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DE REALIZACAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTAMD8 TO W-AMDREAL
           IF TRE-HORAS = ZEROS
              MOVE CUR-CHORAS TO TRE-HORAS.
       R5.
           ACCEPT THORAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF TRE-HORAS = ZEROS
              MOVE "HORAS NAO PODEM SER ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TENTIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF TRE-ENTIDADE = SPACES
              MOVE "INFORME A ENTIDADE DO TREINAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *********************************************************
      * VENCIMENTO SUGERIDO PELA VALIDADE DO CURSO; CURSO SEM  *
      * VALIDADE NAO VENCE. NA ALTERACAO O VENCIMENTO JA       *
      * INFORMADO E MANTIDO                                    *
      *********************************************************
       R7.
           IF CUR-VALID = ZEROS
              MOVE ZEROS TO TRE-DTVENC
              DISPLAY TDTVENC
              GO TO R8A.
           IF W-SEL = 1 AND TRE-DTVENC NOT = ZEROS
              GO TO R8.
           PERFORM ROT-SOMA-MESES THRU ROT-SOMA-MESES-FIM
           MOVE W-DTDMA8 TO TRE-DTVENC.
       R8.
           ACCEPT TDTVENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE TRE-DTVENC TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DE VENCIMENTO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-DTAMD8 NOT > W-AMDREAL
              MOVE "VENCIMENTO DEVE SER DEPOIS DA REALIZACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R8A.
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
                WRITE REGTREIN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** TREINAMENTO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SEQUENCIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTREIN"
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
                DELETE CADTREIN RECORD
                IF ST-ERRO = "00"
                   MOVE "*** TREINAMENTO EXCLUIDO ***" TO MENS
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
                REWRITE REGTREIN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** TREINAMENTO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO TREINAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO EM CADTREIN
       ROT-PROX-SEQ.
           MOVE ZEROS TO W-SEQNOVA
           MOVE TRE-CODFUNC TO W-CODSAVE
           MOVE ZEROS TO TRE-SEQ
           START CADTREIN KEY IS NOT LESS CHAVETREIN
                 INVALID KEY GO TO ROT-PROX-SEQ-ENC.
       ROT-PROX-SEQ-RD.
           READ CADTREIN NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR TRE-CODFUNC NOT = W-CODSAVE
              GO TO ROT-PROX-SEQ-ENC.
           MOVE TRE-SEQ TO W-SEQNOVA
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-ENC.
           ADD 1 TO W-SEQNOVA
           MOVE W-CODSAVE TO TRE-CODFUNC.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *
      *********************************************************
      * DATA DE REALIZACAO (W-AMDREAL) + CUR-VALID MESES, COM  *
      * O DIA LIMITADO AO ULTIMO DIA DO MES. DEVOLVE DDMMAAAA  *
      * EM W-DTDMA8                                            *
      *********************************************************
       ROT-SOMA-MESES.
           MOVE W-AMDREAL TO W-DTAMD8
           COMPUTE W-SMMES = W-MESA + CUR-VALID.
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
           CLOSE CADFUNC CADCURSO CADTREIN.
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
