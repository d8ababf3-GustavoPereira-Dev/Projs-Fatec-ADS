      * AUTHOR. GUSTAVO PEREIRA.
      *******************************************
      * MANUTENCAO DO CADASTRO DE FUNCIONARIO   *
      * DESLIGAMENTO PELA EMPRESA SEM JUSTA     *
      * CAUSA DENTRO DE ESTABILIDADE (CADESTAB) *
      * SO COM LIBERACAO DE OPERADOR NIVEL 1    *
      * A CAUSA DO DESLIGAMENTO (CADCAUSA) FICA *
      * NO CHECKLIST (CADDESLIG) PARA O FPP010  *
      * ADMISSAO E READMISSAO SO COM O ULTIMO   *
      * EXAME ADMISSIONAL (CADASO) APTO         *
      * O CHECKLIST MOSTRA OS EPI ENTREGUES E   *
      * AINDA NAO DEVOLVIDOS (CADEPIE) E OS     *
      * BENS DE PATRIMONIO EM GUARDA (CADCUST), *
      * QUE IMPEDEM A DEVOLUCAO DE EQUIPAMENTOS *
      * ADMISSAO NOVA PODE PARTIR DO CANDIDATO  *
      * APROVADO (CADCAND): NOME, CPF, CONTATO, *
      * AREA E CARGO VEM PREENCHIDOS E O        *
      * CANDIDATO FICA LIGADO AO FUNCIONARIO    *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEDESLIG
                      FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADCAUSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAU-COD
                    FILE STATUS  IS ST-CAUSA.
      *
           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEASO
                    FILE STATUS  IS ST-ASO.
      *
           SELECT CADEPIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIE
                    FILE STATUS  IS ST-EPIE.
      *
           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPI-COD
                    FILE STATUS  IS ST-EPI.
      *
           SELECT CADCUST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECUST
                    FILE STATUS  IS ST-CUST
                    ALTERNATE RECORD KEY IS CUS-CODFUNC
                                   WITH DUPLICATES.
      *
           SELECT CADPATR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-TAG
                    FILE STATUS  IS ST-PATR.
      *
           SELECT CADMOTAF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQV-NUM
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECAND
                    FILE STATUS  IS ST-CAND.
      *
           SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    FILE STATUS  IS ST-ERRO10.
      *
      *-----------------------------------------------------------------
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELOCK
                    FILE STATUS  IS ST-LOCK.
      *
           SELECT CADESTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESTAB
                    FILE STATUS  IS ST-ESTAB.
      *
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-OPER
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
       DATA DIVISION.
       FILE SECTION.
          03 ENTREVISTA-D     PIC X(1).
          03 PGTOFINAL-D      PIC X(1).
          03 OBSDESLIG-D      PIC X(40).
          03 CAUSA-D          PIC 9(2).
      *-----------------------------------------------------------------
       FD CADMOTAF
               LABEL RECORD IS STANDARD
          03 REQV-OPER     PIC 9(3).
          03 REQV-SIT      PIC X(1).
          03 REQV-DTABERT  PIC 9(8).
          03 REQV-MESPREV  PIC 9(6).
      *-----------------------------------------------------------------
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
       FD CADEMPR
               LABEL RECORD IS STANDARD
          03 ATR-KMENTREGA    PIC 9(7).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD CADTRAVA
               LABEL RECORD IS STANDARD
          03 LCK-OPER         PIC 9(3).
          03 LCK-DATA         PIC 9(8).
          03 LCK-HORA         PIC 9(6).
      *
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTAB.DAT".
       01 REGESTAB.
          03 CHAVEESTAB.
             05 EST-CODFUNC   PIC 9(5).
             05 EST-SEQ       PIC 9(2).
          03 EST-MOTIVO       PIC X(1).
          03 EST-NUMCAT       PIC X(15).
          03 EST-DTINI        PIC 9(8).
          03 EST-DTFIM        PIC 9(8).
          03 EST-OBS          PIC X(30).
          03 EST-SITLIB       PIC X(1).
          03 EST-OPERLIB      PIC 9(3).
          03 EST-DTLIB        PIC 9(8).
          03 EST-JUSTIF       PIC X(40).
      *
       FD CADCAUSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAUSA.DAT".
       01 REGCAUSA.
                03 CAU-COD           PIC 9(02).
                03 CAU-DESCR         PIC X(30).
                03 CAU-SALDO         PIC X(01).
                03 CAU-FERVENC       PIC X(01).
                03 CAU-FERPROP       PIC X(01).
                03 CAU-13PROP        PIC X(01).
                03 CAU-AVISO         PIC X(01).
                03 CAU-AVPROP        PIC X(01).
                03 CAU-MULTA         PIC 9(02).
                03 CAU-ESTAB         PIC X(01).
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
      *
       FD CADEPIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIE.DAT".
       01 REGEPIE.
          03 CHAVEEPIE.
             05 ENT-CODFUNC   PIC 9(5).
             05 ENT-SEQ       PIC 9(3).
          03 ENT-EPI          PIC 9(3).
          03 ENT-DTENTR       PIC 9(8).
          03 ENT-QTD          PIC 9(3).
          03 ENT-DEVOL        PIC X(1).
          03 ENT-DTDEVOL      PIC 9(8).
      *
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
          03 EPI-COD          PIC 9(3).
          03 EPI-DESC         PIC X(30).
          03 EPI-CA           PIC X(10).
          03 EPI-VIDA         PIC 9(4).
      *
       FD CADCUST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUST.DAT".
       01 REGCUST.
          03 CHAVECUST.
             05 CUS-TAG       PIC X(10).
             05 CUS-DTENTR    PIC 9(8).
          03 CUS-CODFUNC      PIC 9(5).
          03 CUS-DTDEVOL      PIC 9(8).
          03 CUS-DESCONTO     PIC X(1).
      *
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATR.DAT".
       01 REGPATR.
          03 PAT-TAG          PIC X(10).
          03 PAT-TIPO         PIC X(1).
          03 PAT-DESC         PIC X(30).
          03 PAT-SERIE        PIC X(20).
          03 PAT-VALOR        PIC 9(06)V99.
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
             05 JORN-HORA  PIC 9(6).
             05 JORN-SEQ   PIC 9(2).
          03 JORN-OPER     PIC 9(3).
          03 JORN-PROG     PIC X(8).
          03 JORN-ARQ      PIC X(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JPROG       PIC X(08) VALUE "FPP004  ".
       01 W-JARQ        PIC X(08) VALUE "CADFUNC ".
       01 W-JRESLIB.
          03 FILLER     PIC X(07) VALUE "LIBEST ".
          03 WJ-OPER    PIC 9(03) VALUE ZEROS.
       01 ST-ESTAB      PIC X(02) VALUE "00".
       01 ST-OPER       PIC X(02) VALUE "00".
       01 W-TEMESTAB    PIC X(01) VALUE "N".
       01 W-ESTBLOQ     PIC X(01) VALUE "N".
       01 W-ESTACH      PIC X(01) VALUE "N".
       01 W-INICDESL    PIC X(01) VALUE SPACES.
       01 ST-CAUSA      PIC X(02) VALUE "00".
       01 W-TEMCAUSA    PIC X(01) VALUE "N".
       01 W-CAUSADESL   PIC 9(02) VALUE ZEROS.
       01 ST-ASO        PIC X(02) VALUE "00".
       01 W-TEMASO      PIC X(01) VALUE "N".
       01 W-ASOOK       PIC X(01) VALUE "N".
       01 W-ASORES      PIC X(01) VALUE SPACES.
       01 W-ASOULT      PIC 9(08) VALUE ZEROS.
       01 W-ASOLIMITE   PIC 9(08) VALUE ZEROS.
       01 ST-EPIE       PIC X(02) VALUE "00".
       01 ST-EPI        PIC X(02) VALUE "00".
       01 W-TEMEPIE     PIC X(01) VALUE "N".
       01 W-TEMEPI      PIC X(01) VALUE "N".
       01 W-QTDEPIDEV   PIC 9(03) VALUE ZEROS.
       01 W-MENSEPI.
          03 FILLER     PIC X(16) VALUE "EPI A DEVOLVER: ".
          03 W-MEPIDESC PIC X(25).
          03 FILLER     PIC X(05) VALUE " QTD ".
          03 W-MEPIQTD  PIC ZZ9.
       01 ST-CUST       PIC X(02) VALUE "00".
       01 ST-PATR       PIC X(02) VALUE "00".
       01 W-TEMCUST     PIC X(01) VALUE "N".
       01 W-TEMPATR     PIC X(01) VALUE "N".
       01 ST-CAND       PIC X(02) VALUE "00".
       01 W-TEMCAND     PIC X(01) VALUE "N".
       01 W-CANACH      PIC X(01) VALUE "N".
       01 W-CANREQV     PIC 9(05) VALUE ZEROS.
       01 W-CANSEQ      PIC 9(03) VALUE ZEROS.
       01 W-QTDPATR     PIC 9(03) VALUE ZEROS.
       01 W-MENSPATR.
          03 FILLER     PIC X(13) VALUE "BEM EM GUARDA".
          03 FILLER     PIC X(02) VALUE ": ".
          03 W-MPATTAG  PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 W-MPATDESC PIC X(24).
       01 W-ESTJUST     PIC X(40) VALUE SPACES.
       01 W-ESTCHAVE    PIC X(07) VALUE SPACES.
       01 W-ESTDTINI    PIC 9(08) VALUE ZEROS.
       01 W-ESTDTFIM    PIC 9(08) VALUE ZEROS.
       01 W-ESTDTDEM    PIC 9(08) VALUE ZEROS.
       01 W-2ACOD       PIC 9(03) VALUE ZEROS.
       01 W-2ASENHA     PIC X(08) VALUE SPACES.
       01 W-2AMODO      PIC X(01) VALUE "A".
       01 W-2ARET       PIC X(01) VALUE SPACES.
       01 W-2AOK        PIC X(01) VALUE "N".
       01 W-ESTDMA.
          03 W-ESTDIA   PIC 9(02).
          03 W-ESTMES   PIC 9(02).
          03 W-ESTANO   PIC 9(04).
       01 W-ESTDMA8 REDEFINES W-ESTDMA PIC 9(08).
       01 W-ESTAMD.
          03 W-ESTANOA  PIC 9(04).
          03 W-ESTMESA  PIC 9(02).
          03 W-ESTDIAA  PIC 9(02).
       01 W-ESTAMD8 REDEFINES W-ESTAMD PIC 9(08).
       01 MENS-ESTAB.
          03 FILLER     PIC X(21) VALUE "*** ESTABILIDADE ATE ".
          03 ME-DTFIM   PIC 99/99/9999.
          03 FILLER     PIC X(03) VALUE " - ".
          03 ME-MOTIVO  PIC X(16) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       01  TELAFUNC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                       +---------------|".
           05  LINE 01  COLUMN 41
               VALUE  "---------+".
           05  LINE 02  COLUMN 01
               VALUE  "                       | CADASTRO DE FUN".
           05  LINE 02  COLUMN 41
               VALUE  "CIONARIO |".
           05  LINE 03  COLUMN 01
               VALUE  "                       +---------------|".
           05  LINE 03  COLUMN 41
               VALUE  "---------+".
           05  LINE 04  COLUMN 01
               VALUE  "|======================================|".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "|+-----DADOS PESSOAIS------------------|".
           05  LINE 05  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 06  COLUMN 01
               VALUE  "|| CODIGO FUNCIONARIO :       NUM DEPEND".
           05  LINE 06  COLUMN 41
               VALUE  "ENTES  :                              ||".
           05  LINE 07  COLUMN 01
               VALUE  "|| NOME               :".
           05  LINE 07  COLUMN 41
               VALUE  "                                      ||".
           05  LINE 08  COLUMN 01
               VALUE  "|| TELEFONE           : (  )".
           05  LINE 08  COLUMN 41
               VALUE  " EMAIL :                              ||".
           05  LINE 09  COLUMN 01
               VALUE  "|+--------------------------------------".
           05  LINE 09  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 10  COLUMN 01
               VALUE  "|+-----DADOS ENDERECO ------------------".
           05  LINE 10  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 11  COLUMN 01
               VALUE  "|| CEP (ENDERECO)      :            LOGR".
           05  LINE 11  COLUMN 41
               VALUE  "ADOURO :                              ||".
           05  LINE 12  COLUMN 01
               VALUE  "|| NUMERO ENDERECO     :            BAIR".
           05  LINE 12  COLUMN 41
               VALUE  "RO     :                              ||".
           05  LINE 13  COLUMN 01
               VALUE  "|| COMPLEMENTO ENDERCO :            CIDA".
           05  LINE 13  COLUMN 41
               VALUE  "DE     :                     UF :     ||".
           05  LINE 14  COLUMN 01
               VALUE  "|+--------------------------------------".
           05  LINE 14  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 15  COLUMN 01
               VALUE  "|+-----DADOS PROFISSIONAIS--------------".
           05  LINE 15  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 16  COLUMN 01
               VALUE  "|| CODIGO AREA    :".
           05  LINE 16  COLUMN 41
               VALUE  " CODIGO CARGO :       SITUACAO :      ||".
           05  LINE 17  COLUMN 01
               VALUE  "|| NOME AREA      :".
           05  LINE 17  COLUMN 41
               VALUE  " DENOMINACAO  :                       ||".
           05  LINE 18  COLUMN 01
               VALUE  "|| ESTRUTURA AREA :".
           05  LINE 18  COLUMN 41
               VALUE  " TIPO SALARIO :   S. BASE :           ||".
           05  LINE 19  COLUMN 01
               VALUE  "|| DT ADMISSAO :          DT DEMISSAO :".
           05  LINE 19  COLUMN 41
               VALUE  "         DT AFASTAMENTO :             ||".
           05  LINE 20  COLUMN 01
               VALUE  "|+--------------------------------------".
           05  LINE 20  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 21  COLUMN 01
               VALUE  "|+-----DADOS BANCARIOS    --------------".
           05  LINE 21  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 22  COLUMN 01
               VALUE  "|| BANCO          :".
           05  LINE 22  COLUMN 41
               VALUE  " AGENCIA :      CONTA :               ||".
           05  LINE 23  COLUMN 01
               VALUE  "|+--------------------------------------".
           05  LINE 23  COLUMN 41
               VALUE  "--------------------------------------+|".
           05  LINE 24  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 24  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 25  COLUMN 01
               VALUE  "+---------------------------------------".
           05  LINE 25  COLUMN 41
               VALUE  "---------------------------------------+".
           05  LINE 26  COLUMN 01
               VALUE  "|MENSAGEM :".
           05  LINE 26  COLUMN 41
               VALUE  "                                       |".
           05  LINE 27  COLUMN 01
               VALUE  "+---------------------------------------".
           05  LINE 27  COLUMN 41
               VALUE  "---------------------------------------+".
           05  TCODFUNC
               LINE 06  COLUMN 25  PIC 9(05)
               USING  CODFUNC
           OPEN I-O CADREQV
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMREQV.
       R0H1.
           MOVE "S" TO W-TEMESTAB
           OPEN I-O CADESTAB
           IF ST-ESTAB NOT = "00"
              MOVE "N" TO W-TEMESTAB.
           MOVE "S" TO W-TEMCAUSA
           OPEN INPUT CADCAUSA
           IF ST-CAUSA NOT = "00"
              MOVE "N" TO W-TEMCAUSA.
           MOVE "S" TO W-TEMASO
           OPEN INPUT CADASO
           IF ST-ASO NOT = "00"
              MOVE "N" TO W-TEMASO.
           MOVE "S" TO W-TEMEPIE
           OPEN INPUT CADEPIE
           IF ST-EPIE NOT = "00"
              MOVE "N" TO W-TEMEPIE.
           MOVE "S" TO W-TEMEPI
           OPEN INPUT CADEPI
           IF ST-EPI NOT = "00"
              MOVE "N" TO W-TEMEPI.
           MOVE "S" TO W-TEMCUST
           OPEN INPUT CADCUST
           IF ST-CUST NOT = "00"
              MOVE "N" TO W-TEMCUST.
           MOVE "S" TO W-TEMPATR
           OPEN INPUT CADPATR
           IF ST-PATR NOT = "00"
              MOVE "N" TO W-TEMPATR.
           MOVE "S" TO W-TEMCAND
           OPEN I-O CADCAND
           IF ST-CAND NOT = "00"
              MOVE "N" TO W-TEMCAND.
      *
      *********************************************************
      * EMPRESA DA SESSAO: PEDIDA ANTES DE TUDO E CARREGADA NO *
           MOVE SPACES TO CONTA MOTIVOAFAST
           MOVE ZEROS TO W-OLDDTADM W-OLDDTDEM W-OLDDTAFAST
           MOVE SPACES TO W-OLDSITFUNC
           MOVE "N" TO W-CANACH
           MOVE ZEROS TO W-OLDCODAREA W-OLDCODCARGO W-OLDNDEPS
           DISPLAY TELAFUNC.
       R2.
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
      *
      *********************************************************
      * ADMISSAO A PARTIR DO CANDIDATO APROVADO (CADCAND): OS  *
      * DADOS DO CANDIDATO E O AREA+CARGO DA REQUISICAO VEM    *
      * PREENCHIDOS E SAO CONFERIDOS NOS CAMPOS SEGUINTES      *
      *********************************************************
       R2C.
           IF W-TEMCAND NOT = "S"
              GO TO R3.
           MOVE "N" TO W-CANACH
           MOVE ZEROS TO W-CANREQV W-CANSEQ
           DISPLAY (26, 13) "CANDIDATO APROVADO - REQUISICAO (0=NAO): "
           ACCEPT  (26, 55) W-CANREQV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS
           IF W-CANREQV = ZEROS
              GO TO R3.
           DISPLAY (26, 13) "CANDIDATO APROVADO - SEQUENCIA         : "
           ACCEPT  (26, 55) W-CANSEQ
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS
           MOVE W-CANREQV TO CAN-REQV
           MOVE W-CANSEQ  TO CAN-SEQ
           READ CADCAND
           IF ST-CAND NOT = "00"
              MOVE "*** CANDIDATO NAO CADASTRADO EM CADCAND ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2C.
           IF CAN-ETAPA NOT = "A" OR CAN-CODFUNC NOT = ZEROS
              MOVE "*** CANDIDATO NAO APROVADO OU JA ADMITIDO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2C.
           MOVE CAN-NOME  TO NOME
           MOVE CAN-DDD   TO DDD
           MOVE CAN-FONE  TO NUMERO
           MOVE CAN-EMAIL TO EMAIL
           MOVE CAN-CPF   TO CPFFUNC
           IF W-TEMREQV = "S"
              MOVE CAN-REQV TO REQV-NUM
              READ CADREQV
              IF ST-ERRO8 = "00"
                 MOVE REQV-AREA  TO CODAREA
                 MOVE REQV-CARGO TO CODCARGO.
           MOVE "S" TO W-CANACH
           DISPLAY TELAFUNC
           MOVE "*** DADOS DO CANDIDATO CARREGADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TNDEPS
      *    SEM CPF SAI NO REL055.
       R13C.
           DISPLAY (26, 13) "CPF (11 DIGITOS)    : "
           IF W-CANACH = "S"
              ACCEPT (26, 36) CPFFUNC WITH UPDATE
           ELSE
              ACCEPT (26, 36) CPFFUNC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R13B.
      *    ADMISSAO NOVA SO CONTRA REQUISICAO DE VAGA APROVADA
      *    (CADREQV) PARA O MESMO AREA+CARGO - VER CADREQV
       INC-WR0.
                PERFORM ROT-CHK-ESTAB THRU ROT-CHK-ESTAB-FIM
                IF W-ESTBLOQ = "S"
                   GO TO R1.
                PERFORM ROT-CHK-REQV THRU ROT-CHK-REQV-FIM
                IF W-TEMREQV = "S" AND SITFUNC = "A"
                   AND W-REQVACH NOT = "S"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF SITFUNC NOT = "A"
                   GO TO INC-WR1.
                MOVE ZEROS TO W-ASOLIMITE
                PERFORM ROT-CHK-ASO THRU ROT-CHK-ASO-FIM
                IF W-ASOOK NOT = "S"
                   MOVE "SEM EXAME ADMISSIONAL (ASO) APTO - CADASO"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       INC-WR1.
                MOVE W-EMPSESSAO TO EMPFUNC
                WRITE REGFUNC
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-BAIXA-REQV THRU ROT-BAIXA-REQV-FIM
                      PERFORM ROT-BAIXA-CAND THRU ROT-BAIXA-CAND-FIM
                      IF SITFUNC = "D"
                         PERFORM ROT-GRAVA-DESLIG
                                 THRU ROT-GRAVA-DESLIG-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM ROT-CHK-ESTAB THRU ROT-CHK-ESTAB-FIM
                IF W-ESTBLOQ = "S"
                   GO TO R1.
      *    READMISSAO: O ADMISSIONAL TEM DE SER POSTERIOR AO
      *    DESLIGAMENTO ANTERIOR (A VOLTA DO AFASTADO NAO PEDE)
                IF SITFUNC NOT = "A" OR W-OLDSITFUNC NOT = "D"
                   GO TO ALT-RW2.
                MOVE W-OLDDTDEM TO W-ESTDMA8
                PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
                MOVE W-ESTAMD8 TO W-ASOLIMITE
                PERFORM ROT-CHK-ASO THRU ROT-CHK-ASO-FIM
                IF W-ASOOK NOT = "S"
                   MOVE "SEM EXAME ADMISSIONAL (ASO) APTO - CADASO"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ALT-RW2.
                PERFORM ROT-GRAVA-HIST
                IF DTADMISSAO NOT = W-OLDDTADM AND
                   (W-OLDDTDEM NOT = ZEROS OR W-OLDDTAFAST NOT = ZEROS)
           GO TO ROT-GRAVA-DESLIG-RD.
       ROT-GRAVA-DESLIG-P1.
           DISPLAY (26, 13) "*** CHECKLIST DE DESLIGAMENTO ***".
           PERFORM ROT-LISTA-EPI THRU ROT-LISTA-EPI-FIM
           PERFORM ROT-LISTA-PATR THRU ROT-LISTA-PATR-FIM.
       ROT-GRAVA-DESLIG-P2.
           DISPLAY (26, 13) "DEVOLVEU EQUIPAMENTOS      (S/N): "
           ACCEPT  (26, 48) W-OPCDESLIG1
           IF W-OPCDESLIG1 NOT = "S" AND NOT = "N"
                            AND NOT = "s" AND NOT = "n"
              GO TO ROT-GRAVA-DESLIG-P2.
      *    COM BEM DE PATRIMONIO EM GUARDA A RESPOSTA E "N"
           IF W-QTDPATR > ZEROS
              IF W-OPCDESLIG1 = "S" OR W-OPCDESLIG1 = "s"
                 MOVE "HA BEM EM GUARDA - DE BAIXA NO CADCUST"
                                               TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-GRAVA-DESLIG-P2
              ELSE
                 NEXT SENTENCE.
       ROT-GRAVA-DESLIG-P3.
           DISPLAY (26, 13) "FEZ ENTREVISTA DE SAIDA    (S/N): "
           ACCEPT  (26, 48) W-OPCDESLIG2
           MOVE W-OPCDESLIG2  TO ENTREVISTA-D
           MOVE W-OPCDESLIG3  TO PGTOFINAL-D
           MOVE W-OBSDESLIG   TO OBSDESLIG-D
           MOVE W-CAUSADESL   TO CAUSA-D
           WRITE REGDESLIG
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS.
              CLOSE CADREQV.
           IF W-TEMMOTAF = "S"
              CLOSE CADMOTAF.
           IF W-TEMESTAB = "S"
              CLOSE CADESTAB.
           IF W-TEMCAUSA = "S"
              CLOSE CADCAUSA.
           IF W-TEMASO = "S"
              CLOSE CADASO.
           IF W-TEMEPIE = "S"
              CLOSE CADEPIE.
           IF W-TEMEPI = "S"
              CLOSE CADEPI.
           IF W-TEMCUST = "S"
              CLOSE CADCUST.
           IF W-TEMPATR = "S"
              CLOSE CADPATR.
           IF W-TEMCAND = "S"
              CLOSE CADCAND.
           CLOSE CADFUNC CADCEP CADAREA CADCARGO CADVINC CADHFUNC
                 CADDESLIG.
       ROT-FIM2.
           EXIT.
      *
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
           MOVE W-JARQ  TO JORN-ARQ
           MOVE W-JACAO TO JORN-ACAO
           MOVE W-JCHAVE TO JORN-CHREG
           IF W-JACAO = "L"
              MOVE W-JRESLIB TO JORN-RESUMO
              GO TO ROT-GRAVA-JORNAL-WR.
           IF W-JACAO = "I"
              MOVE "INCLUSAO" TO JORN-RESUMO
           ELSE
              ELSE
                 MOVE "EXCLUSAO" TO JORN-RESUMO.
       ROT-GRAVA-JORNAL-WR.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
      *
      *********************************************************
      * CAUSA DO DESLIGAMENTO E ESTABILIDADE PROVISORIA: AO    *
      * PASSAR A DESLIGADO, PEDE A CAUSA (CADCAUSA; SEM A      *
      * TABELA, SO A INICIATIVA E=EMPRESA ...). NA CAUSA QUE   *
      * CONFERE A ESTABILIDADE (DISPENSA PELA EMPRESA SEM      *
      * JUSTA CAUSA), COM A DEMISSAO DENTRO DE UM PERIODO DE   *
      * ESTABILIDADE EM VIGOR (CADESTAB), O DESLIGAMENTO SO    *
      * PASSA COM A SENHA DE UM OPERADOR NIVEL 1 E UMA         *
      * JUSTIFICATIVA - GRAVADAS NO PERIODO (LIBERADO "L") E   *
      * NO JORNAL CADJORN (ACAO L). W-ESTBLOQ = "S" RECUSA.    *
      *********************************************************
       ROT-CHK-ESTAB.
           MOVE "N" TO W-ESTBLOQ
           MOVE ZEROS TO W-CAUSADESL
           IF SITFUNC NOT = "D" OR W-OLDSITFUNC = "D"
              GO TO ROT-CHK-ESTAB-FIM.
           IF W-TEMCAUSA NOT = "S"
              GO TO ROT-CHK-ESTAB-INIC.
       ROT-CHK-ESTAB-CAUSA.
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS
           DISPLAY (26, 13) "CAUSA DO DESLIGAMENTO (CADCAUSA): "
           ACCEPT  (26, 47) W-CAUSADESL
           IF W-CAUSADESL = ZEROS
              MOVE "S" TO W-ESTBLOQ
              MOVE "*** INFORME A CAUSA DO DESLIGAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-ESTAB-FIM.
           MOVE W-CAUSADESL TO CAU-COD
           READ CADCAUSA
           IF ST-CAUSA NOT = "00"
              MOVE "*** CAUSA NAO CADASTRADA EM CADCAUSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-ESTAB-CAUSA.
           MOVE CAU-DESCR TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF CAU-ESTAB NOT = "S"
              GO TO ROT-CHK-ESTAB-FIM.
           GO TO ROT-CHK-ESTAB-BUSCA.
       ROT-CHK-ESTAB-INIC.
           DISPLAY (26, 13)
             "DESLIG. E=EMPRESA J=JUSTA CAUSA P=PEDIDO O=OUTRO: "
           ACCEPT  (26, 63) W-INICDESL
           IF W-INICDESL NOT = "E" AND NOT = "J" AND NOT = "P"
                         AND NOT = "O"
              GO TO ROT-CHK-ESTAB-INIC.
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS
           IF W-INICDESL NOT = "E"
              GO TO ROT-CHK-ESTAB-FIM.
       ROT-CHK-ESTAB-BUSCA.
           IF W-TEMESTAB NOT = "S"
              GO TO ROT-CHK-ESTAB-FIM.
           PERFORM ROT-BUSCA-ESTAB THRU ROT-BUSCA-ESTAB-FIM
           IF W-ESTACH NOT = "S"
              GO TO ROT-CHK-ESTAB-FIM.
           MOVE "S" TO W-ESTBLOQ
           MOVE MENS-ESTAB TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-CHK-ESTAB-LIB.
           MOVE "N" TO W-OPCAO
           DISPLAY (26, 13) "LIBERAR COM OPERADOR NIVEL 1 (S/N): "
           ACCEPT  (26, 50) W-OPCAO
           IF W-OPCAO NOT = "S" AND NOT = "s"
              MOVE "*** DESLIGAMENTO RECUSADO - ESTABILIDADE ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-ESTAB-FIM.
           PERFORM ROT-2APROV THRU ROT-2APROV-FIM
           IF W-2AOK NOT = "S"
              GO TO ROT-CHK-ESTAB-FIM.
       ROT-CHK-ESTAB-JUST.
           MOVE SPACES TO MENS W-ESTJUST
           DISPLAY (26, 13) MENS
           DISPLAY (26, 13) "JUSTIFICATIVA: "
           ACCEPT  (26, 28) W-ESTJUST
           IF W-ESTJUST = SPACES
              MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-ESTAB-JUST.
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS
           MOVE W-ESTCHAVE TO CHAVEESTAB
           READ CADESTAB
           IF ST-ESTAB NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADESTAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-ESTAB-FIM.
           ACCEPT W-ESTAMD8 FROM DATE YYYYMMDD
           MOVE W-ESTDIAA TO W-ESTDIA
           MOVE W-ESTMESA TO W-ESTMES
           MOVE W-ESTANOA TO W-ESTANO
           MOVE "L"       TO EST-SITLIB
           MOVE W-2ACOD   TO EST-OPERLIB
           MOVE W-ESTDMA8 TO EST-DTLIB
           MOVE W-ESTJUST TO EST-JUSTIF
           REWRITE REGESTAB
           IF ST-ESTAB NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-ESTAB-FIM.
           MOVE "L"        TO W-JACAO
           MOVE "CADESTAB" TO W-JARQ
           MOVE W-ESTCHAVE TO W-JCHAVE
           MOVE W-2ACOD    TO WJ-OPER
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           MOVE "CADFUNC " TO W-JARQ
           MOVE "N" TO W-ESTBLOQ.
       ROT-CHK-ESTAB-FIM.
           EXIT.
      *
      *    PERIODO DE ESTABILIDADE NAO LIBERADO QUE CONTEM A DATA
      *    DE DEMISSAO EM TELA (DATAS COMPARADAS EM AAAAMMDD)
       ROT-BUSCA-ESTAB.
           MOVE "N" TO W-ESTACH
           MOVE DTDEMISSAO TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTDEM
           MOVE CODFUNC TO EST-CODFUNC
           MOVE ZEROS   TO EST-SEQ
           START CADESTAB KEY IS NOT LESS CHAVEESTAB
                 INVALID KEY GO TO ROT-BUSCA-ESTAB-FIM.
       ROT-BUSCA-ESTAB-RD.
           READ CADESTAB NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-ESTAB-FIM
           END-READ
           IF ST-ESTAB NOT = "00" OR EST-CODFUNC NOT = CODFUNC
              GO TO ROT-BUSCA-ESTAB-FIM.
           IF EST-SITLIB = "L"
              GO TO ROT-BUSCA-ESTAB-RD.
           MOVE EST-DTINI TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTINI
           MOVE EST-DTFIM TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTFIM
           IF W-ESTDTDEM < W-ESTDTINI OR W-ESTDTDEM > W-ESTDTFIM
              GO TO ROT-BUSCA-ESTAB-RD.
           MOVE "S" TO W-ESTACH
           MOVE CHAVEESTAB TO W-ESTCHAVE
           MOVE EST-DTFIM  TO ME-DTFIM
           EVALUATE EST-MOTIVO
              WHEN "G" MOVE "GESTANTE"         TO ME-MOTIVO
              WHEN "C" MOVE "CIPA"             TO ME-MOTIVO
              WHEN "A" MOVE "ACIDENTE TRAB."   TO ME-MOTIVO
              WHEN "S" MOVE "DIRIG. SINDICAL"  TO ME-MOTIVO
              WHEN OTHER MOVE SPACES           TO ME-MOTIVO
           END-EVALUATE.
       ROT-BUSCA-ESTAB-FIM.
           EXIT.
      *
      *    CONVERTE W-ESTDMA (DDMMAAAA) PARA W-ESTAMD (AAAAMMDD)
       ROT-EST-AMD.
           MOVE W-ESTDIA TO W-ESTDIAA
           MOVE W-ESTMES TO W-ESTMESA
           MOVE W-ESTANO TO W-ESTANOA.
       ROT-EST-AMD-FIM.
           EXIT.
      *
      *********************************************************
      * LIBERACAO - PEDE O CODIGO E A SENHA DE UM OPERADOR DE  *
      * NIVEL 1 (ADMINISTRADOR) EM CADOPER, QUE NAO SEJA O     *
      * PROPRIO FUNCIONARIO. RETORNA "S" OU "N" EM W-2AOK.     *
      *********************************************************
       ROT-2APROV.
           MOVE "N" TO W-2AOK
           MOVE ZEROS  TO W-2ACOD
           MOVE SPACES TO W-2ASENHA
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              MOVE "*** SEM CADASTRO DE OPERADORES (CADOPER) ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-FIM.
           MOVE SPACES TO MENS
           DISPLAY (26, 13) MENS
           DISPLAY (26, 13) "NIVEL 1 -> CODIGO DO OPERADOR : "
           ACCEPT  (26, 46) W-2ACOD.
       ROT-2APROV-SENHA.
           DISPLAY (26, 13) "NIVEL 1 -> SENHA DO OPERADOR  : "
           ACCEPT  (26, 46) W-2ASENHA
      *    SENHA CONFERIDA PELO CONFSENH (CONTA OS ERROS E
      *    BLOQUEIA), COM O CADOPER FECHADO DURANTE A CONFERENCIA
           CLOSE CADOPER
           CALL "CONFSENH" USING W-2ACOD W-2ASENHA W-2AMODO
                                 W-2ARET REGOPER
           OPEN INPUT CADOPER
           MOVE W-2ACOD TO OPER-COD
           READ CADOPER
           IF ST-OPER NOT = "00" OR W-2ARET NOT = "S"
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              IF W-2ARET = "B"
                 MOVE "*** OPERADOR BLOQUEADO - PROCURE O NIVEL 1 ***"
                                                        TO MENS
              END-IF
              IF W-2ARET = "V"
                 MOVE "*** SENHA VENCIDA - TROCAR NO LOGIN DO MENU ***"
                                                        TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-ENC.
           IF OPER-NIVEL NOT = 1
              MOVE "*** OPERADOR SEM NIVEL PARA LIBERAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-ENC.
           IF OPER-CODFUNC = CODFUNC
              MOVE "*** OPERADOR NAO LIBERA O PROPRIO CASO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-ENC.
           MOVE "S" TO W-2AOK.
       ROT-2APROV-ENC.
           CLOSE CADOPER.
       ROT-2APROV-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA UMA REQUISICAO DE VAGA APROVADA (P) E COM      *
      * SALDO PARA O AREA+CARGO DA ADMISSAO. GUARDA O NUMERO   *
      * EM W-REQVUSADA PARA A BAIXA APOS A GRAVACAO.           *
           MOVE ZEROS TO W-REQVUSADA
           IF W-TEMREQV NOT = "S" OR SITFUNC NOT = "A"
              GO TO ROT-CHK-REQV-FIM.
      *    ADMISSAO DE CANDIDATO: VALE A REQUISICAO DELE, SE AINDA
      *    SERVIR PARA O AREA+CARGO DIGITADO
           IF W-CANACH NOT = "S"
              GO TO ROT-CHK-REQV-INI.
           MOVE W-CANREQV TO REQV-NUM
           READ CADREQV
           IF ST-ERRO8 = "00" AND REQV-SIT = "P"
              AND REQV-AREA = CODAREA AND REQV-CARGO = CODCARGO
              AND REQV-QTDADM < REQV-QTD
              MOVE "S" TO W-REQVACH
              MOVE REQV-NUM TO W-REQVUSADA
              GO TO ROT-CHK-REQV-FIM.
       ROT-CHK-REQV-INI.
           MOVE ZEROS TO REQV-NUM
           START CADREQV KEY IS NOT LESS REQV-NUM
                 INVALID KEY
           EXIT.
      *
      *********************************************************
      * PROCURA O ULTIMO EXAME ADMISSIONAL (TIPO A) DO         *
      * FUNCIONARIO EM CADASO. W-ASOOK = "S" SE ELE FOR APTO E *
      * (HAVENDO W-ASOLIMITE, EM AAAAMMDD) POSTERIOR A ELE.    *
      * SEM O CADASO NAO HA EXAME E A ADMISSAO FICA BLOQUEADA. *
      *********************************************************
       ROT-CHK-ASO.
           MOVE "N" TO W-ASOOK
           MOVE ZEROS TO W-ASOULT
           MOVE SPACES TO W-ASORES
           IF W-TEMASO NOT = "S"
              GO TO ROT-CHK-ASO-FIM.
           MOVE CODFUNC TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS CHAVEASO
                 INVALID KEY
                    GO TO ROT-CHK-ASO-FIM.
       ROT-CHK-ASO-RD.
           READ CADASO NEXT RECORD
                AT END
                   GO TO ROT-CHK-ASO-AVAL
           END-READ
           IF ST-ASO NOT = "00" OR ASO-CODFUNC NOT = CODFUNC
              GO TO ROT-CHK-ASO-AVAL.
           IF ASO-TIPO NOT = "A"
              GO TO ROT-CHK-ASO-RD.
           MOVE ASO-DTEXAME TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           IF W-ESTAMD8 < W-ASOULT
              GO TO ROT-CHK-ASO-RD.
           MOVE W-ESTAMD8 TO W-ASOULT
           MOVE ASO-RESULT TO W-ASORES
           GO TO ROT-CHK-ASO-RD.
       ROT-CHK-ASO-AVAL.
           IF W-ASOULT = ZEROS OR W-ASORES NOT = "A"
              GO TO ROT-CHK-ASO-FIM.
           IF W-ASOLIMITE NOT = ZEROS AND W-ASOULT NOT > W-ASOLIMITE
              GO TO ROT-CHK-ASO-FIM.
           MOVE "S" TO W-ASOOK.
       ROT-CHK-ASO-FIM.
           EXIT.
      *
      *********************************************************
      * BAIXA A VAGA NA REQUISICAO USADA; ESGOTADO O SALDO, A  *
      * REQUISICAO E ENCERRADA (E)                             *
      *********************************************************
           EXIT.
      *
      *********************************************************
      * LIGA O CANDIDATO ADMITIDO AO CODIGO DO FUNCIONARIO -   *
      * DAI EM DIANTE O CADCAND SO O MOSTRA PARA CONSULTA      *
      *********************************************************
       ROT-BAIXA-CAND.
           IF W-CANACH NOT = "S"
              GO TO ROT-BAIXA-CAND-FIM.
           MOVE "N" TO W-CANACH
           MOVE W-CANREQV TO CAN-REQV
           MOVE W-CANSEQ  TO CAN-SEQ
           READ CADCAND
           IF ST-CAND NOT = "00"
              GO TO ROT-BAIXA-CAND-FIM.
           MOVE CODFUNC TO CAN-CODFUNC
           REWRITE REGCAND.
       ROT-BAIXA-CAND-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA UMA ATRIBUICAO DE VEICULO EM ABERTO (DATA FIM  *
      * ZERADA) PARA O FUNCIONARIO EM TELA                     *
      *********************************************************
           CLOSE CADATRIB.
       ROT-CHK-ATRIB-FIM.
           EXIT.
      *
      *********************************************************
      * MOSTRA, UM A UM, OS EPI ENTREGUES AO FUNCIONARIO EM    *
      * TELA (CADEPIE) AINDA NAO DEVOLVIDOS, PARA CONFERENCIA  *
      * ANTES DA PERGUNTA DE DEVOLUCAO DE EQUIPAMENTOS         *
      *********************************************************
       ROT-LISTA-EPI.
           MOVE ZEROS TO W-QTDEPIDEV
           IF W-TEMEPIE NOT = "S"
              GO TO ROT-LISTA-EPI-FIM.
           MOVE CODFUNC TO ENT-CODFUNC
           MOVE ZEROS   TO ENT-SEQ
           START CADEPIE KEY IS NOT LESS CHAVEEPIE
                 INVALID KEY GO TO ROT-LISTA-EPI-TOT.
       ROT-LISTA-EPI-RD.
           READ CADEPIE NEXT RECORD
                AT END
                   GO TO ROT-LISTA-EPI-TOT
           END-READ
           IF ST-EPIE NOT = "00" OR ENT-CODFUNC NOT = CODFUNC
              GO TO ROT-LISTA-EPI-TOT.
           IF ENT-DEVOL = "S"
              GO TO ROT-LISTA-EPI-RD.
           ADD 1 TO W-QTDEPIDEV
           MOVE SPACES TO W-MEPIDESC
           MOVE ENT-EPI TO EPI-COD
           IF W-TEMEPI = "S"
              READ CADEPI
              IF ST-EPI = "00"
                 MOVE EPI-DESC TO W-MEPIDESC.
           IF W-MEPIDESC = SPACES
              MOVE ENT-EPI TO W-MEPIDESC.
           MOVE ENT-QTD TO W-MEPIQTD
           MOVE W-MENSEPI TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-LISTA-EPI-RD.
       ROT-LISTA-EPI-TOT.
           IF W-QTDEPIDEV = ZEROS
              MOVE "NENHUM EPI A DEVOLVER (CADEPIE)" TO MENS
           ELSE
              MOVE "DAR BAIXA DOS EPI DEVOLVIDOS NO CADEPIE" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-LISTA-EPI-FIM.
           EXIT.
      *
      *********************************************************
      * MOSTRA OS BENS DE PATRIMONIO EM GUARDA DO FUNCIONARIO  *
      * (CADCUST SEM DEVOLUCAO E SEM DESCONTO NA RESCISAO) E   *
      * CONTA EM W-QTDPATR - COM ALGUM, A DEVOLUCAO DE         *
      * EQUIPAMENTOS DO CHECKLIST NAO PODE SER "S"             *
      *********************************************************
       ROT-LISTA-PATR.
           MOVE ZEROS TO W-QTDPATR
           IF W-TEMCUST NOT = "S"
              GO TO ROT-LISTA-PATR-FIM.
           MOVE CODFUNC TO CUS-CODFUNC
           START CADCUST KEY IS NOT LESS CUS-CODFUNC
                 INVALID KEY GO TO ROT-LISTA-PATR-FIM.
       ROT-LISTA-PATR-RD.
           READ CADCUST NEXT RECORD
                AT END
                   GO TO ROT-LISTA-PATR-FIM
           END-READ
           IF ST-CUST NOT = "00" OR CUS-CODFUNC NOT = CODFUNC
              GO TO ROT-LISTA-PATR-FIM.
           IF CUS-DTDEVOL NOT = ZEROS OR CUS-DESCONTO = "S"
              GO TO ROT-LISTA-PATR-RD.
           ADD 1 TO W-QTDPATR
           MOVE CUS-TAG TO W-MPATTAG
           MOVE SPACES  TO W-MPATDESC
           MOVE CUS-TAG TO PAT-TAG
           IF W-TEMPATR = "S"
              READ CADPATR
              IF ST-PATR = "00"
                 MOVE PAT-DESC TO W-MPATDESC.
           MOVE W-MENSPATR TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-LISTA-PATR-RD.
       ROT-LISTA-PATR-FIM.
           EXIT.
