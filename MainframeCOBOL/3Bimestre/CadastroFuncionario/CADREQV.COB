      * BAIXADO E, ESGOTADO, ELA E ENCERRADA (E).                    *
      * SITUACOES: A=ABERTA  P=APROVADA  N=NEGADA  E=ENCERRADA       *
      * RELATORIO DO FUNIL POR SITUACAO E IDADE NO REL036.           *
      * OS CANDIDATOS DE CADA REQUISICAO FICAM NO CADCAND.           *
      * A PREVISAO DE ADMISSAO (AAAAMM) ALIMENTA A PROPOSTA DE        *
      * ORCAMENTO DE FOLHA DO FPP023.                                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
          03 REQV-OPER     PIC 9(3).
          03 REQV-SIT      PIC X(1).
          03 REQV-DTABERT  PIC 9(8).
          03 REQV-MESPREV  PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-2ACOD       PIC 9(03) VALUE ZEROS.
       01 W-2ASENHA     PIC X(08) VALUE SPACES.
       01 W-2AMODO      PIC X(01) VALUE "A".
       01 W-2ARET       PIC X(01) VALUE SPACES.
       01 W-2AOK        PIC X(01) VALUE "N".
       01 W-NOVASIT     PIC X(01) VALUE SPACES.
       01 W-MESPREV     PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   JUSTIFICATIVA            :".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO (A/P/N/E)       :".
           05  LINE 16  COLUMN 01
               VALUE  "   PREVISAO ADMISSAO(AAAAMM):".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TREQV-NUM
               LINE 15  COLUMN 33  PIC X(01)
               USING  REQV-SIT
               HIGHLIGHT.
           05  TREQV-MESPREV
               LINE 16  COLUMN 33  PIC 9(06)
               USING  REQV-MESPREV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO REQV-JUSTIF REQV-SIT
           MOVE ZEROS TO REQV-NUM REQV-AREA REQV-CARGO REQV-QTD
           MOVE ZEROS TO REQV-QTDADM REQV-OPER REQV-DTABERT W-SEL
           MOVE ZEROS TO REQV-MESPREV
           DISPLAY TCADREQV.
      *
       R2.
              MOVE "JUSTIFICATIVA NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *    PREVISAO DE ADMISSAO (OPCIONAL, ZERO = SEM PREVISAO)
       R6A.
           ACCEPT TREQV-MESPREV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE REQV-MESPREV (5:2) TO W-MESPREV
           IF REQV-MESPREV NOT = ZEROS
              IF W-MESPREV < 1 OR W-MESPREV > 12
                 MOVE "PREVISAO INVALIDA - USE AAAAMM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6A.
      *
      *    A REQUISICAO NASCE ABERTA (A), EM NOME DO OPERADOR DA
      *    SESSAO (SINALIZADO PELO MENU EM CADTRAVA)
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 12)
             "APROVADOR -> SENHA DO OPERADOR  :".
           ACCEPT  (22, 47) W-2ASENHA
      *    SENHA CONFERIDA PELO CONFSENH (CONTA OS ERROS E
      *    BLOQUEIA), COM O CADOPER FECHADO DURANTE A CONFERENCIA
           CLOSE CADOPER
           CALL "CONFSENH" USING W-2ACOD W-2ASENHA W-2AMODO
                                 W-2ARET REGOPER
           OPEN INPUT CADOPER
           MOVE W-2ACOD TO OPER-COD
           READ CADOPER
           IF ST-ERRO4 NOT = "00" OR W-2ARET NOT = "S"
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
              GO TO ROT-2APROV-FIM.
           IF OPER-NIVEL NOT = 1
