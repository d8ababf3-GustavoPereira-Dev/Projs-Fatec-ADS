      * CADREQV AGRUPADAS POR SITUACAO (ABERTAS, APROVADAS,          *
      * NEGADAS, ENCERRADAS) COM A IDADE EM DIAS DESDE A ABERTURA,   *
      * EM RELREQV.TXT.                                              *
      * EM SEGUIDA, COM O CADASTRO DE CANDIDATOS (CADCAND), O        *
      * PIPELINE DE CADA REQUISICAO (CANDIDATOS POR ETAPA) COM O     *
      * TEMPO DE PREENCHIMENTO - DIAS DA ABERTURA ATE A ULTIMA       *
      * APROVACAO QUE COMPLETOU AS VAGAS - E O TEMPO MEDIO, E O      *
      * QUADRO DE CANDIDATOS POR ORIGEM E ETAPA.                     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CADREQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQV-NUM
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECAND
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT RELREQV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
             05 ANOABERT   PIC 9(4).
             05 MESABERT   PIC 9(2).
             05 DIAABERT   PIC 9(2).
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
          03 CAN-DTDECIS.
             05 DIADECIS      PIC 9(2).
             05 MESDECIS      PIC 9(2).
             05 ANODECIS      PIC 9(4).
          03 CAN-CODFUNC      PIC 9(5).
      *
       FD RELREQV
               LABEL RECORD IS STANDARD
       01 W-TOTAPROV    PIC 9(04) VALUE ZEROS.
       01 W-TOTNEGADA   PIC 9(04) VALUE ZEROS.
       01 W-TOTENCER    PIC 9(04) VALUE ZEROS.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-TEMCAND     PIC X(01) VALUE "N".
       01 W-FIMCAND     PIC X(01) VALUE "N".
       01 W-IET         PIC 9(01) VALUE ZEROS.
       01 W-IOR         PIC 9(01) VALUE ZEROS.
       01 W-QTDCAND     PIC 9(04) VALUE ZEROS.
       01 W-QTDAPROV    PIC 9(04) VALUE ZEROS.
       01 W-DIASPREE    PIC S9(05) VALUE ZEROS.
       01 W-DIASCAND    PIC S9(05) VALUE ZEROS.
       01 W-QTDPREE     PIC 9(04) VALUE ZEROS.
       01 W-SOMAPREE    PIC 9(07) VALUE ZEROS.
       01 W-MEDIAPREE   PIC 9(05) VALUE ZEROS.
       01 W-DIASED      PIC ZZZZ9.
      *    CANDIDATOS DA REQUISICAO POR ETAPA (T E S P A R)
       01 W-TABET.
          03 W-QTDET    PIC 9(04) OCCURS 6 TIMES.
      *    QUADRO GERAL ORIGEM (I S A N O) X ETAPA
       01 W-TABMAT.
          03 W-MATOR    OCCURS 5 TIMES.
             05 W-MATET PIC 9(05) OCCURS 6 TIMES.
       01 W-TABTOTET.
          03 W-TOTET    PIC 9(05) OCCURS 6 TIMES.
       01 W-TABNOMEOR.
          03 FILLER     PIC X(11) VALUE "INDICACAO".
          03 FILLER     PIC X(11) VALUE "SITE/ANUNC.".
          03 FILLER     PIC X(11) VALUE "AGENCIA".
          03 FILLER     PIC X(11) VALUE "INTERNO".
          03 FILLER     PIC X(11) VALUE "OUTROS".
       01 W-TABNOMEOR-R REDEFINES W-TABNOMEOR.
          03 W-NOMEOR   PIC X(11) OCCURS 5 TIMES.

       01 LIN-TITULO    PIC X(90) VALUE
          "*** FUNIL DE REQUISICOES DE VAGA ***".
          03 LT-ENCER      PIC ZZZ9.
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-TITULO2   PIC X(90) VALUE
          "*** PIPELINE DE CANDIDATOS POR REQUISICAO ***".
       01 LIN-TITULO3   PIC X(90) VALUE
          "*** CANDIDATOS POR ORIGEM E ETAPA ***".

       01 LIN-CAB2.
          03 LC2-DESC      PIC X(11) VALUE "NUMERO SIT".
          03 FILLER        PIC X(49) VALUE
             "  TRIAG ENTREV  TESTE   PROP  APROV REPROV  TOTAL".
          03 FILLER        PIC X(30) VALUE
             "    DIAS P/ PREENCHER".

       01 LIN-DET2.
          03 LD2-NUM       PIC Z(4)9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD2-SIT       PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD2-COL       PIC Z(6)9 OCCURS 7 TIMES.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD2-PREENCH   PIC X(12).
          03 FILLER        PIC X(14) VALUE SPACES.

       01 LIN-MAT.
          03 LM-ORIGEM     PIC X(11).
          03 LM-COL        PIC Z(6)9 OCCURS 7 TIMES.
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-MEDIA.
          03 FILLER        PIC X(30) VALUE
             "TEMPO MEDIO DE PREENCHIMENTO: ".
          03 LME-DIAS      PIC ZZZZ9.
          03 FILLER        PIC X(07) VALUE " DIAS (".
          03 LME-QTD       PIC ZZZ9.
          03 FILLER        PIC X(26) VALUE
             " REQUISICOES PREENCHIDAS)".
          03 FILLER        PIC X(18) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE W-TOTNEGADA TO LT-NEGADA
           MOVE W-TOTENCER  TO LT-ENCER
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "S" TO W-TEMCAND
           OPEN INPUT CADCAND
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCAND
              GO TO ROT-FIM.
           GO TO R4.
      *
       R2.
           READ CADREQV NEXT RECORD
              ADD 1 TO W-TOTENCER.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * SEGUNDA PASSADA NO CADREQV: PIPELINE DE CANDIDATOS DE  *
      * CADA REQUISICAO E TEMPO DE PREENCHIMENTO               *
      *********************************************************
       R4.
           MOVE ZEROS TO W-TABMAT W-TABTOTET
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-TITULO2
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "N" TO W-FIM
           MOVE ZEROS TO REQV-NUM
           START CADREQV KEY IS NOT LESS REQV-NUM
                 INVALID KEY
                    GO TO R6.
           PERFORM R5 THRU R5-FIM UNTIL W-FIM = "S".
       R6.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE ZEROS TO W-MEDIAPREE
           IF W-QTDPREE NOT = ZEROS
              DIVIDE W-SOMAPREE BY W-QTDPREE GIVING W-MEDIAPREE.
           MOVE W-MEDIAPREE TO LME-DIAS
           MOVE W-QTDPREE   TO LME-QTD
           WRITE LINHA-REL FROM LIN-MEDIA
      *    QUADRO ORIGEM X ETAPA, COM A LINHA DE TOTAL
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-TITULO3
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "ORIGEM" TO LC2-DESC
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-BRANCO
           PERFORM ROT-IMPR-ORIGEM THRU ROT-IMPR-ORIGEM-FIM
                   VARYING W-IOR FROM 1 BY 1 UNTIL W-IOR > 5
           MOVE ZEROS TO W-QTDCAND
           PERFORM ROT-IMPR-TOTET THRU ROT-IMPR-TOTET-FIM
                   VARYING W-IET FROM 1 BY 1 UNTIL W-IET > 6
           MOVE "TOTAL" TO LM-ORIGEM
           MOVE W-QTDCAND TO LM-COL (7)
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-MAT
           GO TO ROT-FIM.
      *
       R5.
           READ CADREQV NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R5-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R5-FIM.
           PERFORM ROT-CAND-REQ THRU ROT-CAND-REQ-FIM
           MOVE REQV-NUM TO LD2-NUM
           MOVE REQV-SIT TO LD2-SIT
           PERFORM ROT-MOVE-ET THRU ROT-MOVE-ET-FIM
                   VARYING W-IET FROM 1 BY 1 UNTIL W-IET > 6
           MOVE W-QTDCAND TO LD2-COL (7)
      *    PREENCHIDA QUANDO OS APROVADOS COBREM AS VAGAS
           IF W-QTDAPROV NOT < REQV-QTD AND W-QTDAPROV > ZEROS
              MOVE W-DIASPREE TO W-DIASED
              MOVE W-DIASED   TO LD2-PREENCH
              ADD 1 TO W-QTDPREE
              ADD W-DIASPREE TO W-SOMAPREE
           ELSE
              MOVE "   EM ABERTO" TO LD2-PREENCH.
           WRITE LINHA-REL FROM LIN-DET2.
       R5-FIM.
           EXIT.
      *
      *********************************************************
      * CANDIDATOS DA REQUISICAO: CONTAGEM POR ETAPA, QUADRO   *
      * ORIGEM X ETAPA E, ENTRE OS APROVADOS, A MAIOR DISTANCIA*
      * EM DIAS (ANO COMERCIAL) DA ABERTURA ATE A APROVACAO    *
      *********************************************************
       ROT-CAND-REQ.
           MOVE ZEROS TO W-TABET
           MOVE ZEROS TO W-QTDCAND W-QTDAPROV W-DIASPREE
           MOVE "N" TO W-FIMCAND
           MOVE REQV-NUM TO CAN-REQV
           MOVE ZEROS    TO CAN-SEQ
           START CADCAND KEY IS NOT LESS CHAVECAND
                 INVALID KEY
                    GO TO ROT-CAND-REQ-FIM.
       ROT-CAND-REQ-RD.
           READ CADCAND NEXT RECORD
                AT END
                   GO TO ROT-CAND-REQ-FIM
           END-READ
           IF ST-ERRO3 NOT = "00" OR CAN-REQV NOT = REQV-NUM
              GO TO ROT-CAND-REQ-FIM.
           MOVE ZEROS TO W-IET W-IOR
           IF CAN-ETAPA = "T" MOVE 1 TO W-IET.
           IF CAN-ETAPA = "E" MOVE 2 TO W-IET.
           IF CAN-ETAPA = "S" MOVE 3 TO W-IET.
           IF CAN-ETAPA = "P" MOVE 4 TO W-IET.
           IF CAN-ETAPA = "A" MOVE 5 TO W-IET.
           IF CAN-ETAPA = "R" MOVE 6 TO W-IET.
           IF W-IET = ZEROS
              GO TO ROT-CAND-REQ-RD.
           IF CAN-ORIGEM = "I" MOVE 1 TO W-IOR.
           IF CAN-ORIGEM = "S" MOVE 2 TO W-IOR.
           IF CAN-ORIGEM = "A" MOVE 3 TO W-IOR.
           IF CAN-ORIGEM = "N" MOVE 4 TO W-IOR.
           IF CAN-ORIGEM = "O" MOVE 5 TO W-IOR.
           IF W-IOR = ZEROS
              MOVE 5 TO W-IOR.
           ADD 1 TO W-QTDCAND W-QTDET (W-IET)
           ADD 1 TO W-MATET (W-IOR W-IET) W-TOTET (W-IET)
           IF W-IET NOT = 5
              GO TO ROT-CAND-REQ-RD.
           ADD 1 TO W-QTDAPROV
           COMPUTE W-DIASCAND = ((ANODECIS - ANOABERT) * 360)
                              + ((MESDECIS - MESABERT) * 30)
                              + (DIADECIS - DIAABERT)
           IF W-DIASCAND < ZEROS
              MOVE ZEROS TO W-DIASCAND.
           IF W-DIASCAND > W-DIASPREE
              MOVE W-DIASCAND TO W-DIASPREE.
           GO TO ROT-CAND-REQ-RD.
       ROT-CAND-REQ-FIM.
           EXIT.
      *
       ROT-MOVE-ET.
           MOVE W-QTDET (W-IET) TO LD2-COL (W-IET).
       ROT-MOVE-ET-FIM.
           EXIT.
      *
      *    LINHA DO QUADRO PARA A ORIGEM W-IOR
       ROT-IMPR-ORIGEM.
           MOVE W-NOMEOR (W-IOR) TO LM-ORIGEM
           MOVE ZEROS TO W-QTDCAND
           PERFORM ROT-MOVE-MAT THRU ROT-MOVE-MAT-FIM
                   VARYING W-IET FROM 1 BY 1 UNTIL W-IET > 6
           MOVE W-QTDCAND TO LM-COL (7)
           WRITE LINHA-REL FROM LIN-MAT.
       ROT-IMPR-ORIGEM-FIM.
           EXIT.
      *
       ROT-MOVE-MAT.
           MOVE W-MATET (W-IOR W-IET) TO LM-COL (W-IET)
           ADD W-MATET (W-IOR W-IET) TO W-QTDCAND.
       ROT-MOVE-MAT-FIM.
           EXIT.
      *
       ROT-IMPR-TOTET.
           MOVE W-TOTET (W-IET) TO LM-COL (W-IET)
           ADD W-TOTET (W-IET) TO W-QTDCAND.
       ROT-IMPR-TOTET-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADREQV RELREQV
           IF W-TEMCAND = "S"
              CLOSE CADCAND
              DISPLAY "PIPELINE DE CANDIDATOS E TEMPO DE PREENCHIMENTO"
              DISPLAY "REQUISICOES PREENCHIDAS : " W-QTDPREE
              DISPLAY "TEMPO MEDIO (DIAS)      : " W-MEDIAPREE
           END-IF
           DISPLAY "*** FUNIL GERADO EM RELREQV.TXT ***"
           DISPLAY "ABERTAS    : " W-TOTABERTA
           DISPLAY "APROVADAS  : " W-TOTAPROV
