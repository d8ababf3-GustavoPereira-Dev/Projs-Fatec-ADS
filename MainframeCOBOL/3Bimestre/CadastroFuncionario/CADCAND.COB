       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAND.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CANDIDATOS DA REQUISICAO DE VAGA - UM REGISTRO POR          *
      * CANDIDATO (REQUISICAO + SEQUENCIA) COM NOME, CPF, CONTATO,  *
      * ORIGEM E A ETAPA DO PROCESSO SELETIVO, GUARDANDO A DATA EM  *
      * QUE CADA ETAPA FOI ALCANCADA. SO ENTRA CANDIDATO NOVO EM    *
      * REQUISICAO ABERTA (A) OU APROVADA (P); SO E APROVADO O      *
      * CANDIDATO DE REQUISICAO APROVADA, COM CPF, ATE O SALDO DE   *
      * VAGAS. O FPP004 ADMITE A PARTIR DO CANDIDATO APROVADO E     *
      * GRAVA AQUI O CODIGO DO FUNCIONARIO (DAI EM DIANTE SO        *
      * CONSULTA). PIPELINE E TEMPO DE PREENCHIMENTO NO REL036.     *
      * ORIGEM: I=INDICACAO S=SITE/ANUNCIO A=AGENCIA N=INTERNO      *
      *         O=OUTROS                                            *
      * ETAPA : T=TRIAGEM E=ENTREVISTA S=TESTE P=PROPOSTA           *
      *         A=APROVADO R=REPROVADO                              *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQV-NUM
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECAND
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQV.DAT".
       01 REGREQV.
          03 REQV-NUM      PIC 9(5).
          03 REQV-AREA     PIC 9(3).
          03 REQV-CARGO    PIC 9(3).
          03 REQV-QTD      PIC 9(2).
          03 REQV-QTDADM   PIC 9(2).
          03 REQV-JUSTIF   PIC X(40).
          03 REQV-OPER     PIC 9(3).
          03 REQV-SIT      PIC X(1).
          03 REQV-DTABERT  PIC 9(8).
          03 REQV-MESPREV  PIC 9(6).
      *
       FD CADCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAND.DAT".
       01 REGCAND.
          03 CHAVECAND.
             05 CAN-REQV      PIC 9(5).
             05 CAN-SEQ       PIC 9(3).
          03 CAN-NOME         PIC X(35).
          03 CAN-CPF          PIC 9(11).
          03 CAN-DDD          PIC 9(2).
          03 CAN-FONE         PIC 9(9).
          03 CAN-EMAIL        PIC X(30).
          03 CAN-ORIGEM       PIC X(1).
          03 CAN-ETAPA        PIC X(1).
          03 CAN-DTTRIAG      PIC 9(8).
          03 CAN-DTENTREV     PIC 9(8).
          03 CAN-DTTESTE      PIC 9(8).
          03 CAN-DTPROP       PIC 9(8).
          03 CAN-DTDECIS      PIC 9(8).
          03 CAN-CODFUNC      PIC 9(5).
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
       01 W-REQSAVE     PIC 9(05) VALUE ZEROS.
       01 W-SEQSAVE     PIC 9(03) VALUE ZEROS.
       01 W-SEQNOVA     PIC 9(03) VALUE ZEROS.
       01 W-QTDAPROV    PIC 9(03) VALUE ZEROS.
       01 W-SALDO       PIC S9(03) VALUE ZEROS.
       01 W-REGSAVE     PIC X(150) VALUE SPACES.
       01 W-DTETAPA     PIC 9(08) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
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
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
          03 W-CPFD     PIC 9(01) OCCURS 11 TIMES.
       01 W-CPFOK       PIC X(01) VALUE "N".
       01 W-CPFSOMA     PIC 9(04) VALUE ZEROS.
       01 W-CPFDV       PIC 9(02) VALUE ZEROS.
       01 W-CPFRESTO    PIC 9(02) VALUE ZEROS.
       01 W-CPFQUOC     PIC 9(04) VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCAND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** CANDIDATOS DA REQUISICAO DE VAGA ***".
           05  LINE 04  COLUMN 01
               VALUE  "   REQUISICAO                  :".
           05  LINE 05  COLUMN 01
               VALUE  "   AREA / CARGO / SITUACAO     :".
           05  LINE 06  COLUMN 01
               VALUE  "   SEQUENCIA (0 = NOVO)        :".
           05  LINE 08  COLUMN 01
               VALUE  "   NOME DO CANDIDATO           :".
           05  LINE 09  COLUMN 01
               VALUE  "   CPF                         :".
           05  LINE 10  COLUMN 01
               VALUE  "   TELEFONE (DDD / NUMERO)     :".
           05  LINE 11  COLUMN 01
               VALUE  "   E-MAIL                      :".
           05  LINE 12  COLUMN 01
               VALUE  "   ORIGEM                      :".
           05  LINE 12  COLUMN 38
               VALUE  "I=INDIC S=SITE A=AGENC N=INT O=OUT".
           05  LINE 13  COLUMN 01
               VALUE  "   ETAPA                       :".
           05  LINE 13  COLUMN 38
               VALUE  "T=TRIAG E=ENTREV S=TESTE P=PROPOSTA".
           05  LINE 14  COLUMN 38
               VALUE  "A=APROVADO R=REPROVADO".
           05  LINE 15  COLUMN 01
               VALUE  "   DATA DA TRIAGEM             :".
           05  LINE 16  COLUMN 01
               VALUE  "   DATA DA ENTREVISTA          :".
           05  LINE 17  COLUMN 01
               VALUE  "   DATA DO TESTE               :".
           05  LINE 18  COLUMN 01
               VALUE  "   DATA DA PROPOSTA            :".
           05  LINE 19  COLUMN 01
               VALUE  "   DATA APROVACAO/REPROVACAO   :".
           05  LINE 20  COLUMN 01
               VALUE  "   ADMITIDO COMO FUNCIONARIO   :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TREQV
               LINE 04  COLUMN 35  PIC 9(05)
               USING  CAN-REQV
               HIGHLIGHT.
           05  TREQAREA
               LINE 05  COLUMN 35  PIC 9(03)
               USING  REQV-AREA
               HIGHLIGHT.
           05  TREQCARGO
               LINE 05  COLUMN 41  PIC 9(03)
               USING  REQV-CARGO
               HIGHLIGHT.
           05  TREQSIT
               LINE 05  COLUMN 47  PIC X(01)
               USING  REQV-SIT
               HIGHLIGHT.
           05  TSEQ
               LINE 06  COLUMN 35  PIC 9(03)
               USING  CAN-SEQ
               HIGHLIGHT.
           05  TNOME
               LINE 08  COLUMN 35  PIC X(35)
               USING  CAN-NOME
               HIGHLIGHT.
           05  TCPF
               LINE 09  COLUMN 35  PIC 9(11)
               USING  CAN-CPF
               HIGHLIGHT.
           05  TDDD
               LINE 10  COLUMN 35  PIC 9(02)
               USING  CAN-DDD
               HIGHLIGHT.
           05  TFONE
               LINE 10  COLUMN 39  PIC 9(09)
               USING  CAN-FONE
               HIGHLIGHT.
           05  TEMAIL
               LINE 11  COLUMN 35  PIC X(30)
               USING  CAN-EMAIL
               HIGHLIGHT.
           05  TORIGEM
               LINE 12  COLUMN 35  PIC X(01)
               USING  CAN-ORIGEM
               HIGHLIGHT.
           05  TETAPA
               LINE 13  COLUMN 35  PIC X(01)
               USING  CAN-ETAPA
               HIGHLIGHT.
           05  TDTTRIAG
               LINE 15  COLUMN 35  PIC 99/99/9999
               USING  CAN-DTTRIAG
               HIGHLIGHT.
           05  TDTENTREV
               LINE 16  COLUMN 35  PIC 99/99/9999
               USING  CAN-DTENTREV
               HIGHLIGHT.
           05  TDTTESTE
               LINE 17  COLUMN 35  PIC 99/99/9999
               USING  CAN-DTTESTE
               HIGHLIGHT.
           05  TDTPROP
               LINE 18  COLUMN 35  PIC 99/99/9999
               USING  CAN-DTPROP
               HIGHLIGHT.
           05  TDTDECIS
               LINE 19  COLUMN 35  PIC 99/99/9999
               USING  CAN-DTDECIS
               HIGHLIGHT.
           05  TCODFUNC
               LINE 20  COLUMN 35  PIC 9(05)
               USING  CAN-CODFUNC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADREQV
           IF ST-ERRO2 NOT = "00"
              MOVE "CADREQV NAO CADASTRADO - RODE O CADREQV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADCAND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCAND
                 CLOSE CADCAND
                 MOVE "*** ARQUIVO CADCAND FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO CAN-NOME CAN-EMAIL CAN-ORIGEM CAN-ETAPA
           MOVE SPACES TO REQV-SIT
           MOVE ZEROS TO CAN-REQV CAN-SEQ CAN-CPF CAN-DDD CAN-FONE
           MOVE ZEROS TO CAN-DTTRIAG CAN-DTENTREV CAN-DTTESTE
           MOVE ZEROS TO CAN-DTPROP CAN-DTDECIS CAN-CODFUNC
           MOVE ZEROS TO REQV-AREA REQV-CARGO W-SEL
           DISPLAY TCADCAND.
      *
       R2.
           ACCEPT TREQV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CAN-REQV = ZEROS
                   GO TO R2.
       LER-CADREQV.
           MOVE CAN-REQV TO REQV-NUM
           READ CADREQV
           IF ST-ERRO2 NOT = "00"
              MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TREQAREA TREQCARGO TREQSIT.
       R2A.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CAN-SEQ NOT = ZEROS
              GO TO LER-CADCAND.
           IF REQV-SIT NOT = "A" AND REQV-SIT NOT = "P"
              MOVE "*** REQUISICAO NEGADA/ENCERRADA - SEM NOVOS ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
           MOVE W-SEQNOVA TO CAN-SEQ
           DISPLAY TSEQ
           GO TO R2B.
       LER-CADCAND.
           READ CADCAND
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TCADCAND
                 MOVE "*** CANDIDATO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCAND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "*** SEQUENCIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
      *    CANDIDATO NOVO ENTRA NA TRIAGEM COM A DATA DE HOJE
       R2B.
           MOVE SPACES TO CAN-NOME CAN-EMAIL CAN-ORIGEM
           MOVE ZEROS TO CAN-CPF CAN-DDD CAN-FONE CAN-CODFUNC
           MOVE ZEROS TO CAN-DTTRIAG CAN-DTENTREV CAN-DTTESTE
           MOVE ZEROS TO CAN-DTPROP CAN-DTDECIS
           MOVE "T" TO CAN-ETAPA
           PERFORM ROT-DATA-ETAPA THRU ROT-DATA-ETAPA-FIM
           DISPLAY TCADCAND.
      *
       R3.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CAN-NOME = SPACES
              MOVE "NOME NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *    CPF PODE FICAR PARA DEPOIS (ZERO), MAS SO E APROVADO O
      *    CANDIDATO COM CPF - E O QUE O FPP004 LEVA PARA A ADMISSAO
       R4.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CAN-CPF = ZEROS
              GO TO R5.
           MOVE CAN-CPF TO W-CPF
           PERFORM ROT-VALIDA-CPF THRU ROT-VALIDA-CPF-FIM
           IF W-CPFOK NOT = "S"
              MOVE "*** CPF COM DIGITO VERIFICADOR INVALIDO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TDDD
           ACCEPT TFONE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CAN-DDD = ZEROS OR CAN-FONE = ZEROS
              MOVE "NUMERO DE TELEFONE NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TEMAIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R7.
           ACCEPT TORIGEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CAN-ORIGEM NOT = "I" AND CAN-ORIGEM NOT = "S"
              AND CAN-ORIGEM NOT = "A" AND CAN-ORIGEM NOT = "N"
              AND CAN-ORIGEM NOT = "O"
              MOVE "ORIGEM: I, S, A, N OU O" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *
      *********************************************************
      * ETAPA DO PROCESSO - A DATA DA ETAPA E CARIMBADA COM A  *
      * DATA DE HOJE QUANDO AINDA ESTA ZERADA E PODE SER       *
      * CORRIGIDA EM SEGUIDA; AS DATAS DAS ETAPAS ANTERIORES   *
      * FICAM GUARDADAS PARA O TEMPO DE CADA FASE              *
      *********************************************************
       R8.
           ACCEPT TETAPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF CAN-ETAPA NOT = "T" AND CAN-ETAPA NOT = "E"
              AND CAN-ETAPA NOT = "S" AND CAN-ETAPA NOT = "P"
              AND CAN-ETAPA NOT = "A" AND CAN-ETAPA NOT = "R"
              MOVE "ETAPA: T, E, S, P, A OU R" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF CAN-ETAPA NOT = "A"
              GO TO R8A.
           IF REQV-SIT NOT = "P"
              MOVE "*** REQUISICAO NAO APROVADA - NAO PODE APROVAR ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF CAN-CPF = ZEROS
              MOVE "*** INFORME O CPF ANTES DE APROVAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM ROT-CONTA-APROV THRU ROT-CONTA-APROV-FIM
           COMPUTE W-SALDO = REQV-QTD - REQV-QTDADM - W-QTDAPROV
           IF W-SALDO NOT > ZEROS
              MOVE "*** SEM SALDO DE VAGAS NA REQUISICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R8A.
           PERFORM ROT-DATA-ETAPA THRU ROT-DATA-ETAPA-FIM
           DISPLAY TCADCAND.
       R9.
           IF CAN-ETAPA = "T"
              ACCEPT TDTTRIAG
              MOVE CAN-DTTRIAG TO W-DTETAPA.
           IF CAN-ETAPA = "E"
              ACCEPT TDTENTREV
              MOVE CAN-DTENTREV TO W-DTETAPA.
           IF CAN-ETAPA = "S"
              ACCEPT TDTTESTE
              MOVE CAN-DTTESTE TO W-DTETAPA.
           IF CAN-ETAPA = "P"
              ACCEPT TDTPROP
              MOVE CAN-DTPROP TO W-DTETAPA.
           IF CAN-ETAPA = "A" OR CAN-ETAPA = "R"
              ACCEPT TDTDECIS
              MOVE CAN-DTDECIS TO W-DTETAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE W-DTETAPA TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DA ETAPA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCAND
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** CANDIDATO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SEQUENCIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAND"
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
                   GO TO R1.
      *    CANDIDATO JA ADMITIDO PELO FPP004 FICA SO PARA CONSULTA
                IF CAN-CODFUNC NOT = ZEROS
                   MOVE "*** CANDIDATO JA ADMITIDO - SO CONSULTA ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE CADCAND RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CANDIDATO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAND
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CANDIDATO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO CANDIDATO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMA SEQUENCIA LIVRE DA REQUISICAO EM CADCAND
       ROT-PROX-SEQ.
           MOVE ZEROS TO W-SEQNOVA
           MOVE CAN-REQV TO W-REQSAVE
           MOVE ZEROS TO CAN-SEQ
           START CADCAND KEY IS NOT LESS CHAVECAND
                 INVALID KEY GO TO ROT-PROX-SEQ-ENC.
       ROT-PROX-SEQ-RD.
           READ CADCAND NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR CAN-REQV NOT = W-REQSAVE
              GO TO ROT-PROX-SEQ-ENC.
           MOVE CAN-SEQ TO W-SEQNOVA
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-ENC.
           ADD 1 TO W-SEQNOVA
           MOVE W-REQSAVE TO CAN-REQV.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *
      *********************************************************
      * OUTROS CANDIDATOS DA REQUISICAO JA APROVADOS E AINDA   *
      * NAO ADMITIDOS - OCUPAM O SALDO DE VAGAS. O REGISTRO EM *
      * DIGITACAO E GUARDADO E RESTAURADO NO FIM.              *
      *********************************************************
       ROT-CONTA-APROV.
           MOVE ZEROS TO W-QTDAPROV
           MOVE REGCAND TO W-REGSAVE
           MOVE CAN-REQV TO W-REQSAVE
           MOVE CAN-SEQ TO W-SEQSAVE
           MOVE ZEROS TO CAN-SEQ
           START CADCAND KEY IS NOT LESS CHAVECAND
                 INVALID KEY GO TO ROT-CONTA-APROV-ENC.
       ROT-CONTA-APROV-RD.
           READ CADCAND NEXT RECORD
                AT END
                   GO TO ROT-CONTA-APROV-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR CAN-REQV NOT = W-REQSAVE
              GO TO ROT-CONTA-APROV-ENC.
           IF CAN-SEQ = W-SEQSAVE
              GO TO ROT-CONTA-APROV-RD.
           IF CAN-ETAPA = "A" AND CAN-CODFUNC = ZEROS
              ADD 1 TO W-QTDAPROV.
           GO TO ROT-CONTA-APROV-RD.
       ROT-CONTA-APROV-ENC.
           MOVE W-REGSAVE TO REGCAND.
       ROT-CONTA-APROV-FIM.
           EXIT.
      *
      *    CARIMBA COM A DATA DE HOJE A DATA DA ETAPA ATUAL, SE ZERADA
       ROT-DATA-ETAPA.
           ACCEPT W-DTAMD8 FROM DATE YYYYMMDD
           MOVE W-DIAA TO W-DIAD
           MOVE W-MESA TO W-MESD
           MOVE W-ANOA TO W-ANOD
           IF CAN-ETAPA = "T" AND CAN-DTTRIAG = ZEROS
              MOVE W-DTDMA8 TO CAN-DTTRIAG.
           IF CAN-ETAPA = "E" AND CAN-DTENTREV = ZEROS
              MOVE W-DTDMA8 TO CAN-DTENTREV.
           IF CAN-ETAPA = "S" AND CAN-DTTESTE = ZEROS
              MOVE W-DTDMA8 TO CAN-DTTESTE.
           IF CAN-ETAPA = "P" AND CAN-DTPROP = ZEROS
              MOVE W-DTDMA8 TO CAN-DTPROP.
           IF (CAN-ETAPA = "A" OR CAN-ETAPA = "R")
              AND CAN-DTDECIS = ZEROS
              MOVE W-DTDMA8 TO CAN-DTDECIS.
       ROT-DATA-ETAPA-FIM.
           EXIT.
      *
      *********************************************************
      * CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF (MODULO   *
      * 11, PESOS 10 A 2 PARA O PRIMEIRO E 11 A 2 PARA O       *
      * SEGUNDO. CPF COM TODOS OS DIGITOS IGUAIS E INVALIDO.   *
      * ENTRADA EM W-CPF, RESULTADO EM W-CPFOK.                *
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
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA
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
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADREQV CADCAND.
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
