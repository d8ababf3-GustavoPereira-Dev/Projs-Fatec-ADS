       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP024.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PROMOCAO DA PROPOSTA DE ORCAMENTO - DEPOIS DE REVISADA PELO *
      * FINANCEIRO, A PROPOSTA (VERSAO R) DO ANO GERADA PELO FPP023 *
      * PASSA A SER O ORCAMENTO OFICIAL (VERSAO O), QUE E O QUE O   *
      * REL059 COMPARA COM A FOLHA REALIZADA. O OFICIAL ANTERIOR DO *
      * ANO E SUBSTITUIDO E A PROPOSTA E APAGADA.                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORC
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.DAT".
       01 REGORC.
          03 CHAVEORC.
             05 ORC-AREA      PIC 9(3).
             05 ORC-ANOMES.
                07 ORC-ANO    PIC 9(4).
                07 ORC-MES    PIC 9(2).
             05 ORC-VERSAO    PIC X(1).
          03 ORC-VALOR        PIC 9(10)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-ANOORC      PIC 9(04) VALUE ZEROS.
       01 W-VERSAO      PIC X(01) VALUE SPACES.
       01 W-TOTPROP     PIC 9(06) VALUE ZEROS.
       01 W-TOTAPAG     PIC 9(06) VALUE ZEROS.
       01 W-TOTPROM     PIC 9(06) VALUE ZEROS.
       01 W-TOTERRO     PIC 9(06) VALUE ZEROS.
       01 W-VLRPROM     PIC 9(12)V99 VALUE ZEROS.
       01 W-VLREDIT     PIC Z(11)9,99.
       01 REGORC-SALVO  PIC X(22) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** PROMOCAO DA PROPOSTA DE ORCAMENTO ***"
           DISPLAY "ANO DO ORCAMENTO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOORC
           IF W-ANOORC = ZEROS
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADORCAM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCAM"
              GO TO ROT-FIM2.
      *
      *    CONFERE SE HA PROPOSTA PARA O ANO
       R1.
           MOVE "R" TO W-VERSAO
           MOVE ZEROS TO W-TOTPROP
           PERFORM ROT-CONTA THRU ROT-CONTA-FIM
           IF W-TOTPROP = ZEROS
              DISPLAY "NAO HA PROPOSTA (VERSAO R) PARA " W-ANOORC
                      " - GERE PELO FPP023"
              CLOSE CADORCAM
              GO TO ROT-FIM2.
           MOVE W-VLRPROM TO W-VLREDIT
           DISPLAY "PROPOSTA DE " W-ANOORC " : " W-TOTPROP
                   " REGISTROS - TOTAL " W-VLREDIT
           DISPLAY "O ORCAMENTO OFICIAL (VERSAO O) DE " W-ANOORC
                   " SERA SUBSTITUIDO"
           DISPLAY "CONFIRMA A PROMOCAO (S/N) : " WITH NO ADVANCING
           ACCEPT W-OPCCONF
           IF W-OPCCONF NOT = "S" AND W-OPCCONF NOT = "s"
              DISPLAY "*** PROMOCAO CANCELADA ***"
              CLOSE CADORCAM
              GO TO ROT-FIM2.
      *
      *    APAGA O OFICIAL ANTERIOR DO ANO
       R2.
           MOVE "O" TO W-VERSAO
           PERFORM ROT-APAGA THRU ROT-APAGA-FIM.
      *
      *    COPIA A PROPOSTA PARA O OFICIAL E APAGA A PROPOSTA
       R3.
           MOVE ZEROS TO W-VLRPROM
           MOVE ZEROS  TO ORC-AREA ORC-ANOMES
           MOVE SPACES TO ORC-VERSAO
           START CADORCAM KEY IS NOT LESS CHAVEORC
                 INVALID KEY
                    GO TO ROT-FIM.
       R3-RD.
           READ CADORCAM NEXT RECORD
                AT END
                   GO TO ROT-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF ORC-VERSAO NOT = "R" OR ORC-ANO NOT = W-ANOORC
              GO TO R3-RD.
           MOVE REGORC TO REGORC-SALVO
           DELETE CADORCAM RECORD
           MOVE REGORC-SALVO TO REGORC
           MOVE "O" TO ORC-VERSAO
           WRITE REGORC
           IF ST-ERRO = "22"
              REWRITE REGORC.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-TOTPROM
              ADD ORC-VALOR TO W-VLRPROM
           ELSE
              ADD 1 TO W-TOTERRO
              DISPLAY "ERRO " ST-ERRO " NA PROMOCAO - AREA " ORC-AREA
                      " COMPETENCIA " ORC-ANOMES.
      *    REPOSICIONA DEPOIS DA CHAVE DA PROPOSTA APAGADA
           MOVE REGORC-SALVO TO REGORC
           START CADORCAM KEY IS GREATER CHAVEORC
                 INVALID KEY
                    GO TO ROT-FIM.
           GO TO R3-RD.
      *
      *********************************************************
      * CONTA OS REGISTROS DA VERSAO W-VERSAO NO ANO           *
      *********************************************************
       ROT-CONTA.
           MOVE ZEROS TO W-VLRPROM
           MOVE ZEROS  TO ORC-AREA ORC-ANOMES
           MOVE SPACES TO ORC-VERSAO
           START CADORCAM KEY IS NOT LESS CHAVEORC
                 INVALID KEY
                    GO TO ROT-CONTA-FIM.
       ROT-CONTA-RD.
           READ CADORCAM NEXT RECORD
                AT END
                   GO TO ROT-CONTA-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-CONTA-FIM.
           IF ORC-VERSAO = W-VERSAO AND ORC-ANO = W-ANOORC
              ADD 1 TO W-TOTPROP
              ADD ORC-VALOR TO W-VLRPROM.
           GO TO ROT-CONTA-RD.
       ROT-CONTA-FIM.
           EXIT.
      *
      *********************************************************
      * APAGA OS REGISTROS DA VERSAO W-VERSAO NO ANO           *
      *********************************************************
       ROT-APAGA.
           MOVE ZEROS  TO ORC-AREA ORC-ANOMES
           MOVE SPACES TO ORC-VERSAO
           START CADORCAM KEY IS NOT LESS CHAVEORC
                 INVALID KEY
                    GO TO ROT-APAGA-FIM.
       ROT-APAGA-RD.
           READ CADORCAM NEXT RECORD
                AT END
                   GO TO ROT-APAGA-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-APAGA-FIM.
           IF ORC-VERSAO NOT = W-VERSAO OR ORC-ANO NOT = W-ANOORC
              GO TO ROT-APAGA-RD.
           DELETE CADORCAM RECORD
           ADD 1 TO W-TOTAPAG
           GO TO ROT-APAGA-RD.
       ROT-APAGA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADORCAM
           MOVE W-VLRPROM TO W-VLREDIT
           DISPLAY "*** PROPOSTA PROMOVIDA A ORCAMENTO OFICIAL ***"
           DISPLAY "OFICIAL ANTERIOR APAGADO : " W-TOTAPAG
           DISPLAY "REGISTROS PROMOVIDOS     : " W-TOTPROM
           DISPLAY "REGISTROS COM ERRO       : " W-TOTERRO
           DISPLAY "TOTAL OFICIAL DO ANO     : " W-VLREDIT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
