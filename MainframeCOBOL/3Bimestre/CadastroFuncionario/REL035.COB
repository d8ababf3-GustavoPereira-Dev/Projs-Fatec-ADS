      * LISTA AS INCLUSOES/ALTERACOES/EXCLUSOES REGISTRADAS PELAS    *
      * TELAS DE MANUTENCAO, FILTRANDO POR OPERADOR (000 = TODOS),   *
      * POR ARQUIVO (ESPACOS = TODOS) E POR FAIXA DE DATAS, EM       *
      * RELJORN.TXT. A PEDIDO INCLUI ANTES O ARQUIVO MORTO DO JORNAL *
      * (ARQJORN.DAT, VER ARQJORN), COM AS LINHAS MARCADAS "MORTO".  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEJORN
                    ALTERNATE RECORD KEY IS JORN-NSEQ
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEAJ
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT RELJORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.DAT".
       01 REGJORN.
          03 JORN-DADOS.
             05 CHAVEJORN.
                07 JORN-DATA  PIC 9(8).
                07 JORN-HORA  PIC 9(6).
                07 JORN-SEQ   PIC 9(2).
             05 JORN-OPER     PIC 9(3).
             05 JORN-PROG     PIC X(8).
             05 JORN-ARQ      PIC X(8).
             05 JORN-ACAO     PIC X(1).
             05 JORN-CHREG    PIC X(14).
             05 JORN-RESUMO   PIC X(10).
          03 JORN-NSEQ        PIC 9(9).
          03 JORN-CHECK       PIC 9(9).
      *
      *    ARQUIVO MORTO DO JORNAL (VER ARQJORN): SO OS REGISTROS
      *    TIPO R ENTRAM NA CONSULTA; O TIPO Z E O FECHAMENTO
       FD ARQJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJORN.DAT".
       01 REGAJ.
          03 CHAVEAJ.
             05 AJ-NSEQ       PIC 9(9).
             05 AJ-TIPO       PIC X(1).
          03 AJ-REG.
             05 AJ-DADOS      PIC X(60).
             05 AJ-NSEQJ      PIC 9(9).
             05 AJ-CHECK      PIC 9(9).
      *
       FD RELJORN
               LABEL RECORD IS STANDARD
       01 W-SPARQ       PIC X(14) VALUE "RELJORN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-OPCMORTO    PIC X(01) VALUE "N".
       01 W-ORIGEM      PIC X(05) VALUE SPACES.
       01 W-TOTMORTO    PIC 9(06) VALUE ZEROS.
       01 W-OPERFILTRO  PIC 9(03) VALUE ZEROS.
       01 W-ARQFILTRO   PIC X(08) VALUE SPACES.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
          03 FILLER        PIC X(10) VALUE "PROGRAMA  ".
          03 FILLER        PIC X(10) VALUE "ARQUIVO   ".
          03 FILLER        PIC X(11) VALUE "ACAO       ".
          03 FILLER        PIC X(15) VALUE "CHAVE          ".
          03 FILLER        PIC X(18) VALUE "ORIGEM".

       01 LIN-DET.
          03 LD-DATA       PIC 9(08).
          03 LD-RESUMO     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CHAVE      PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ORIGEM     PIC X(05).
          03 FILLER        PIC X(13) VALUE SPACES.

       01 LIN-RODAPE.
          03 FILLER        PIC X(20) VALUE "ACOES LISTADAS    : ".
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=SEM): " WITH NO ADVANCING
           ACCEPT W-DTINI
           DISPLAY "DATA FINAL   (AAAAMMDD, 0=SEM): " WITH NO ADVANCING
           ACCEPT W-DTFIM
           DISPLAY "INCLUIR O ARQUIVO MORTO (S/N)  : " WITH NO ADVANCING
           ACCEPT W-OPCMORTO
           IF W-OPCMORTO = "s"
              MOVE "S" TO W-OPCMORTO.
       R0A.
           OPEN INPUT CADJORN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "39"
                 DISPLAY "CADJORN NO LEIAUTE ANTERIOR - RODAR O "
                         "CNVJORN"
                 GO TO ROT-FIM2
              ELSE
                 DISPLAY "JORNAL (CADJORN.DAT) NAO ENCONTRADO - "
                         "NENHUMA ACAO REGISTRADA AINDA"
                 GO TO ROT-FIM2.
       R0B.
           OPEN OUTPUT RELJORN
           IF ST-ERRO2 NOT = "00"
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * ARQUIVO MORTO PRIMEIRO (ENTRADAS MAIS ANTIGAS), DEPOIS *
      * A BASE VIVA, COM OS MESMOS FILTROS                     *
      *********************************************************
       R1.
           IF W-OPCMORTO NOT = "S"
              GO TO R1A.
           OPEN INPUT ARQJORN
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ARQUIVO MORTO (ARQJORN.DAT) NAO ENCONTRADO - "
                      "SO A BASE VIVA"
              GO TO R1A.
           MOVE "MORTO" TO W-ORIGEM
           PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S"
           CLOSE ARQJORN
           MOVE "N" TO W-FIM.
       R1A.
           MOVE SPACES TO W-ORIGEM
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-TOTLIST TO LR-QTD
           MOVE JORN-ARQ    TO LD-ARQ
           MOVE JORN-RESUMO TO LD-RESUMO
           MOVE JORN-CHREG  TO LD-CHAVE
           MOVE W-ORIGEM    TO LD-ORIGEM
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTLIST.
       R2-FIM.
           EXIT.
      *
      *    ARQUIVO MORTO: O REGISTRO VOLTA PARA O LEIAUTE DO JORNAL
      *    E PASSA PELOS MESMOS FILTROS E PELA MESMA LINHA
       R4.
           READ ARQJORN NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           IF AJ-TIPO NOT = "R"
              GO TO R4-FIM.
           ADD 1 TO W-TOTMORTO
           MOVE AJ-DADOS TO JORN-DADOS
           IF W-OPERFILTRO NOT = ZEROS
              IF JORN-OPER NOT = W-OPERFILTRO
                 GO TO R4-FIM.
           IF W-ARQFILTRO NOT = SPACES
              IF JORN-ARQ NOT = W-ARQFILTRO
                 GO TO R4-FIM.
           IF W-DTINI NOT = ZEROS
              IF JORN-DATA < W-DTINI
                 GO TO R4-FIM.
           IF W-DTFIM NOT = ZEROS
              IF JORN-DATA > W-DTFIM
                 GO TO R4-FIM.
           PERFORM R3 THRU R2-FIM.
       R4-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADJORN RELJORN
           DISPLAY "*** CONSULTA GERADA EM RELJORN.TXT ***"
           DISPLAY "ACOES NO JORNAL : " W-TOTLIDOS
           IF W-OPCMORTO = "S"
              DISPLAY "ACOES NO MORTO  : " W-TOTMORTO.
           DISPLAY "ACOES LISTADAS  : " W-TOTLIST.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
