       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL101.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EXCECOES DA VISTORIA DE VEICULO - VOLTAS (CADVIST TIPO V)   *
      * COM AVARIA NOVA EM RELACAO A VISTORIA DE SAIDA DO MESMO     *
      * REGISTRO DE ORIGEM (ATRIBUICAO, AGENDA DO POOL OU TEST-     *
      * DRIVE), NO PERIODO INFORMADO (DATA DA VOLTA). MOSTRA O      *
      * RESPONSAVEL (FUNCIONARIO, OU VENDEDOR + PROSPECT NO TEST-   *
      * DRIVE), KM E COMBUSTIVEL NA SAIDA E NA VOLTA, CADA ITEM QUE *
      * SAIU OK E VOLTOU AVARIADO/FALTANDO E A AUTORIZACAO DE       *
      * REPARO (CADAUTMN) QUANDO JA ABERTA. SAIDA EM AVARVIST.TXT.  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEVIST
                    FILE STATUS  IS ST-VIS.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT AVARVIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
       01 REGVIST.
          03 CHAVEVIST.
             05 VIS-PLACA     PIC X(7).
             05 VIS-ORIGEM    PIC X(1).
             05 VIS-DTREF     PIC 9(8).
             05 VIS-HRREF     PIC 9(4).
             05 VIS-TIPO      PIC X(1).
          03 VIS-DATA.
             05 VIS-DIA       PIC 9(2).
             05 VIS-MES       PIC 9(2).
             05 VIS-ANO       PIC 9(4).
          03 VIS-HORA         PIC 9(4).
          03 VIS-KM           PIC 9(7).
          03 VIS-COMB         PIC 9(1).
          03 VIS-ITENS.
             05 VIS-ITEM      PIC X(1) OCCURS 14 TIMES.
          03 VIS-OBS          PIC X(60).
          03 VIS-CODFUNC      PIC 9(5).
          03 VIS-PROSPECT     PIC X(30).
          03 VIS-AVNOVA       PIC X(1).
          03 VIS-AUTSEQ       PIC 9(3).
      *
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
       FD AVARVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVARVIST.TXT".
       01 LINHA-REL PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL101".
       01 W-SPARQ       PIC X(14) VALUE "AVARVIST.TXT".
       01 ST-VIS        PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "S".
       01 W-PERINI.
          03 W-DIAINI   PIC 9(02).
          03 W-MESINI   PIC 9(02).
          03 W-ANOINI   PIC 9(04).
       01 W-PERFIM.
          03 W-DIAFIM   PIC 9(02).
          03 W-MESFIM   PIC 9(02).
          03 W-ANOFIM   PIC 9(04).
       01 W-DTINI8      PIC 9(08) VALUE ZEROS.
       01 W-DTFIM8      PIC 9(08) VALUE 99999999.
       01 W-DTVIS8      PIC 9(08) VALUE ZEROS.
      *    ULTIMA VISTORIA DE SAIDA LIDA (VEM ANTES DA VOLTA NA CHAVE)
       01 W-SAI-CHAVE   PIC X(20) VALUE SPACES.
       01 W-SAI-KM      PIC 9(07) VALUE ZEROS.
       01 W-SAI-COMB    PIC 9(01) VALUE ZEROS.
       01 W-SAI-ITENS.
          03 W-SAI-ITEM PIC X(01) OCCURS 14 TIMES.
       01 W-TOTVOLTAS   PIC 9(06) VALUE ZEROS.
       01 W-TOTEXC      PIC 9(06) VALUE ZEROS.
       01 W-TOTITENS    PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMAUT   PIC 9(06) VALUE ZEROS.

       01 TABITENS.
          03 FILLER        PIC X(20) VALUE
             "PNEU DIANT. ESQUERDO".
          03 FILLER        PIC X(20) VALUE
             "PNEU DIANT. DIREITO ".
          03 FILLER        PIC X(20) VALUE
             "PNEU TRASEIRO ESQ.  ".
          03 FILLER        PIC X(20) VALUE
             "PNEU TRASEIRO DIR.  ".
          03 FILLER        PIC X(20) VALUE
             "ESTEPE              ".
          03 FILLER        PIC X(20) VALUE
             "MACACO/CHAVE DE RODA".
          03 FILLER        PIC X(20) VALUE
             "TRIANGULO           ".
          03 FILLER        PIC X(20) VALUE
             "DOCUMENTO (CRLV)    ".
          03 FILLER        PIC X(20) VALUE
             "PARA-CHOQUE DIANT.  ".
          03 FILLER        PIC X(20) VALUE
             "PARA-CHOQUE TRASEIRO".
          03 FILLER        PIC X(20) VALUE
             "LATERAL ESQUERDA    ".
          03 FILLER        PIC X(20) VALUE
             "LATERAL DIREITA     ".
          03 FILLER        PIC X(20) VALUE
             "CAPO / TETO         ".
          03 FILLER        PIC X(20) VALUE
             "VIDROS/RETROVISORES ".
       01 TABITENS-R REDEFINES TABITENS.
          03 TB-ITEM       PIC X(20) OCCURS 14 TIMES.

       01 LIN-TITULO.
          03 FILLER        PIC X(50) VALUE
             "*** AVARIAS NOVAS NA VOLTA DE VEICULO ***".
          03 FILLER        PIC X(10) VALUE "PERIODO: ".
          03 LT-DTINI      PIC 99/99/9999.
          03 FILLER        PIC X(03) VALUE " A ".
          03 LT-DTFIM      PIC 99/99/9999.
          03 FILLER        PIC X(37) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(50) VALUE
             "PLACA   ORIGEM     DT.ORIGEM  DT.VOLTA   KM SAIDA  ".
          03 FILLER        PIC X(50) VALUE
             "KM VOLTA COMB. RESP. NOME / PROSPECT               ".
          03 FILLER        PIC X(20) VALUE
             "  AUT.REPARO".

       01 LIN-DET.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ORIGEM     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTREF      PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTVOLTA    PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-KMSAI      PIC Z(6)9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-KMVOL      PIC Z(6)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-COMBSAI    PIC 9.
          03 FILLER        PIC X(01) VALUE ">".
          03 LD-COMBVOL    PIC 9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-RESP       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-AUT        PIC X(10).
          03 FILLER        PIC X(06) VALUE SPACES.

       01 LIN-ITEM.
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "AVARIA NOVA : ".
          03 LI-ITEM       PIC X(20).
          03 FILLER        PIC X(10) VALUE "  SAIDA: ".
          03 LI-SAIDA      PIC X(10).
          03 FILLER        PIC X(09) VALUE "  VOLTA: ".
          03 LI-VOLTA      PIC X(10).
          03 FILLER        PIC X(37) VALUE SPACES.

       01 LIN-OBS.
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "OBSERVACAO  : ".
          03 LO-OBS        PIC X(60).
          03 FILLER        PIC X(36) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(35) VALUE
             "VISTORIAS DE VOLTA NO PERIODO    : ".
          03 LT1-QTD       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(78) VALUE SPACES.
       01 LIN-TOT2.
          03 FILLER        PIC X(35) VALUE
             "VOLTAS COM AVARIA NOVA           : ".
          03 LT2-QTD       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(78) VALUE SPACES.
       01 LIN-TOT3.
          03 FILLER        PIC X(35) VALUE
             "ITENS COM AVARIA NOVA            : ".
          03 LT3-QTD       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(78) VALUE SPACES.
       01 LIN-TOT4.
          03 FILLER        PIC X(35) VALUE
             "SEM AUTORIZACAO DE REPARO ABERTA : ".
          03 LT4-QTD       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(78) VALUE SPACES.
       01 LIN-LEGENDA   PIC X(120) VALUE
          "COMB.: COMBUSTIVEL SAIDA>VOLTA (0=RESERVA 1=1/4 2=1/2 3=3/4 4
      -    "=CHEIO)".

       01 LIN-BRANCO    PIC X(120) VALUE SPACES.
       01 LIN-SEP       PIC X(120) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** AVARIAS NOVAS NA VOLTA DE VEICULO ***"
           DISPLAY "DATA INICIAL (DDMMAAAA, 0 = TODAS) : "
                   WITH NO ADVANCING
           ACCEPT W-PERINI
           DISPLAY "DATA FINAL   (DDMMAAAA, 0 = TODAS) : "
                   WITH NO ADVANCING
           ACCEPT W-PERFIM
           IF W-PERINI NOT = ZEROS
              COMPUTE W-DTINI8 = (W-ANOINI * 10000) + (W-MESINI * 100)
                               + W-DIAINI.
           IF W-PERFIM NOT = ZEROS
              COMPUTE W-DTFIM8 = (W-ANOFIM * 10000) + (W-MESFIM * 100)
                               + W-DIAFIM.
           IF W-DTINI8 > W-DTFIM8
              DISPLAY "PERIODO INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADVIST
           IF ST-VIS NOT = "00"
              DISPLAY "SEM VISTORIAS REGISTRADAS (CADVIST)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMFUNC
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMFUNC.
       R0B.
           OPEN OUTPUT AVARVIST
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO AVARVIST.TXT"
              CLOSE CADVIST
              GO TO ROT-FIM2.
           MOVE W-PERINI TO LT-DTINI
           MOVE W-PERFIM TO LT-DTFIM
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-SEP.
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
           GO TO ROT-FIM.
      *
      *********************************************************
      * UMA VISTORIA. A SAIDA E GUARDADA; A VOLTA DO MESMO     *
      * REGISTRO DE ORIGEM (MESMOS 20 PRIMEIROS BYTES DA       *
      * CHAVE) E CONFRONTADA COM ELA                           *
      *********************************************************
       R2.
           READ CADVIST NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-VIS NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF VIS-TIPO = "S"
              MOVE CHAVEVIST (1:20) TO W-SAI-CHAVE
              MOVE VIS-KM    TO W-SAI-KM
              MOVE VIS-COMB  TO W-SAI-COMB
              MOVE VIS-ITENS TO W-SAI-ITENS
              GO TO R2-FIM.
           COMPUTE W-DTVIS8 = (VIS-ANO * 10000) + (VIS-MES * 100)
                            + VIS-DIA
           IF W-DTVIS8 < W-DTINI8 OR W-DTVIS8 > W-DTFIM8
              GO TO R2-FIM.
           ADD 1 TO W-TOTVOLTAS
           IF VIS-AVNOVA NOT = "S"
              OR CHAVEVIST (1:20) NOT = W-SAI-CHAVE
              GO TO R2-FIM.
           ADD 1 TO W-TOTEXC
           MOVE VIS-PLACA TO LD-PLACA
           MOVE "ATRIBUICAO" TO LD-ORIGEM
           IF VIS-ORIGEM = "G"
              MOVE "AGENDA" TO LD-ORIGEM.
           IF VIS-ORIGEM = "T"
              MOVE "TEST-DRIVE" TO LD-ORIGEM.
           MOVE VIS-DTREF  TO LD-DTREF
           MOVE VIS-DATA   TO LD-DTVOLTA
           MOVE W-SAI-KM   TO LD-KMSAI
           MOVE VIS-KM     TO LD-KMVOL
           MOVE W-SAI-COMB TO LD-COMBSAI
           MOVE VIS-COMB   TO LD-COMBVOL
           MOVE VIS-CODFUNC TO LD-RESP
           MOVE SPACES TO LD-NOME
           IF VIS-ORIGEM = "T"
              MOVE VIS-PROSPECT TO LD-NOME
           ELSE
              IF W-TEMFUNC = "S"
                 MOVE VIS-CODFUNC TO CODFUNC
                 READ CADFUNC
                 IF ST-ERRO3 = "00"
                    MOVE NOME TO LD-NOME
                 ELSE
                    MOVE "NAO CADASTRADO" TO LD-NOME.
           MOVE "NAO ABERTA" TO LD-AUT
           IF VIS-AUTSEQ = ZEROS
              ADD 1 TO W-TOTSEMAUT
           ELSE
              MOVE SPACES TO LD-AUT
              MOVE VIS-AUTSEQ TO LD-AUT (1:3).
           IF W-PRIMEIRO NOT = "S"
              WRITE LINHA-REL FROM LIN-BRANCO.
           MOVE "N" TO W-PRIMEIRO
           WRITE LINHA-REL FROM LIN-DET
           PERFORM R3 THRU R3-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 14
           IF VIS-OBS NOT = SPACES
              MOVE VIS-OBS TO LO-OBS
              WRITE LINHA-REL FROM LIN-OBS.
       R2-FIM.
           EXIT.
      *
      *    UM ITEM QUE SAIU OK E VOLTOU AVARIADO OU FALTANDO
       R3.
           IF W-SAI-ITEM (W-IND) NOT = "O" OR VIS-ITEM (W-IND) = "O"
              GO TO R3-FIM.
           MOVE TB-ITEM (W-IND) TO LI-ITEM
           MOVE "OK" TO LI-SAIDA
           MOVE "AVARIADO" TO LI-VOLTA
           IF VIS-ITEM (W-IND) = "F"
              MOVE "FALTANDO" TO LI-VOLTA.
           WRITE LINHA-REL FROM LIN-ITEM
           ADD 1 TO W-TOTITENS.
       R3-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTVOLTAS TO LT1-QTD
           MOVE W-TOTEXC    TO LT2-QTD
           MOVE W-TOTITENS  TO LT3-QTD
           MOVE W-TOTSEMAUT TO LT4-QTD
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOT1
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-TOT3
           WRITE LINHA-REL FROM LIN-TOT4
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-LEGENDA
           CLOSE CADVIST AVARVIST
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           DISPLAY "*** RELATORIO GERADO EM AVARVIST.TXT ***"
           DISPLAY "VOLTAS COM AVARIA NOVA : " W-TOTEXC.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
