       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVFORN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DA FROTA PARA O CADASTRO DE FORNECEDORES - OS     *
      * ARQUIVOS GANHAM O CODIGO DO FORNECEDOR (CADFORN) NO FIM DO  *
      * REGISTRO. RENOMEAR CADA .DAT ANTIGO PARA O .OLD ABAIXO:     *
      *   CADMANUT (OFICINA)          -> CADMANUF.OLD               *
      *   CADAUTMN (OFICINA)          -> CADAUTMF.OLD               *
      *   CADABAST (POSTO)            -> CADABASF.OLD               *
      *   CADAPOL  (SEGURADORA)       -> CADAPOLF.OLD               *
      * E RODAR EM DUAS ETAPAS, UMA UNICA VEZ NA VIRADA:            *
      * 1 = LEVANTAMENTO: LE OS .OLD E GRAVA EM DEPFORN.TXT CADA    *
      *     NOME DIGITADO DIFERENTE, POR TIPO (O=OFICINA P=POSTO    *
      *     S=SEGURADORA), COM A QUANTIDADE DE LANCAMENTOS E O      *
      *     CODIGO 00000. CADASTRAR OS FORNECEDORES NO CADFORN E    *
      *     PREENCHER NO DEPFORN.TXT O CODIGO DE CADA GRAFIA - AS   *
      *     CINCO GRAFIAS DA MESMA OFICINA RECEBEM O MESMO CODIGO.  *
      * 2 = CONVERSAO: LE O DEPFORN.TXT (CODIGO CONFERIDO NO        *
      *     CADFORN, MESMO TIPO) E GRAVA OS NOVOS .DAT COM O CODIGO *
      *     E O NOME DO CADASTRO NO LUGAR DO TEXTO DIGITADO. NOME   *
      *     SEM CODIGO FICA COM CODIGO ZERO E O TEXTO ORIGINAL, E   *
      *     SAI NA LISTA SEMFORN.TXT PARA ACERTO PELAS TELAS.       *
      *                                                             *
      * LEIAUTE DO DEPFORN.TXT (UM NOME POR LINHA):                 *
      *   COL 01     TIPO             COL 03-32  NOME DIGITADO      *
      *   COL 34-38  CODIGO CADFORN   COL 40-44  QTD LANCAMENTOS    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEMANUT-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PLACA-M WITH DUPLICATES.
      *
           SELECT AUTOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEAUTMN-O
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADAUTMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTMN
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT ABAOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEABAST-O
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEABAST
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT APOOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEAPOL-O
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAPOL
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
           SELECT DEPFORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DEP.
      *
           SELECT SEMFORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SEM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD MANOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUF.OLD".
       01 REGMANUT-O.
          03 CHAVEMANUT-O     PIC X(15).
          03 DADOSMNT-O.
             05 FILLER        PIC X(47).
             05 OFICINA-O     PIC X(30).
             05 FILLER        PIC X(11).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMANUT.
             05 PLACA-M       PIC X(7).
             05 DTMANUT       PIC 9(8).
          03 KMMANUT          PIC 9(7).
          03 DESCMANUT        PIC X(40).
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD AUTOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTMF.OLD".
       01 REGAUT-O.
          03 CHAVEAUTMN-O     PIC X(10).
          03 DADOSAUT-O.
             05 FILLER        PIC X(40).
             05 OFICINA-AO    PIC X(30).
             05 FILLER        PIC X(20).
      *
       FD CADAUTMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTMN.DAT".
       01 REGAUT.
          03 CHAVEAUTMN.
             05 AUT-PLACA     PIC X(7).
             05 AUT-SEQ       PIC 9(3).
          03 AUT-DESC         PIC X(40).
          03 AUT-OFICINA      PIC X(30).
          03 AUT-VLRESTIM     PIC 9(6)V99.
          03 AUT-SIT          PIC X(1).
          03 AUT-OPERAPRV     PIC 9(3).
          03 AUT-DTAPRV       PIC 9(8).
          03 AUT-CODFORN      PIC 9(5).
      *
       FD ABAOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADABASF.OLD".
       01 REGABAST-O.
          03 CHAVEABAST-O     PIC X(15).
          03 DADOSABA-O.
             05 FILLER        PIC X(19).
             05 POSTO-O       PIC X(20).
             05 FILLER        PIC X(1).
      *
       FD CADABAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADABAST.DAT".
       01 REGABAST.
          03 CHAVEABAST.
             05 ABA-PLACA     PIC X(7).
             05 ABA-DATA      PIC 9(8).
          03 ABA-LITROS       PIC 9(3)V99.
          03 ABA-VALOR        PIC 9(5)V99.
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
       FD APOOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOLF.OLD".
       01 REGAPOL-O.
          03 CHAVEAPOL-O      PIC X(15).
          03 DADOSAPO-O.
             05 SEGURADORA-O  PIC X(20).
             05 FILLER        PIC X(35).
      *
       FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
       01 REGAPOL.
          03 CHAVEAPOL.
             05 APO-PLACA     PIC X(7).
             05 APO-DTINI     PIC 9(8).
          03 APO-SEGURADORA   PIC X(20).
          03 APO-NUMERO       PIC X(15).
          03 APO-PREMIO       PIC 9(8)V99.
          03 APO-DTFIM        PIC 9(8).
          03 APO-QTDPARC      PIC 9(2).
          03 APO-CODFORN      PIC 9(5).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
          03 FOR-COD          PIC 9(5).
          03 FOR-NOME         PIC X(30).
          03 FOR-CNPJ         PIC 9(14).
          03 FOR-TIPO         PIC X(1).
          03 FOR-CONTATO      PIC X(20).
          03 FOR-DDD          PIC 9(2).
          03 FOR-FONE         PIC 9(9).
          03 FOR-CEP          PIC 9(8).
          03 FOR-NENDRC       PIC 9(5).
          03 FOR-COMPL        PIC X(10).
          03 FOR-BANCO        PIC 9(3).
          03 FOR-AGENCIA      PIC 9(4).
          03 FOR-CONTA        PIC X(10).
          03 FOR-SIT          PIC X(1).
      *
       FD DEPFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPFORN.TXT".
       01 REGDEP.
          03 DEP-TIPO         PIC X(1).
          03 FILLER           PIC X(1).
          03 DEP-NOME         PIC X(30).
          03 FILLER           PIC X(1).
          03 DEP-COD          PIC 9(5).
          03 FILLER           PIC X(1).
          03 DEP-QTD          PIC 9(5).
          03 FILLER           PIC X(36).
      *
       FD SEMFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEMFORN.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-DEP        PIC X(02) VALUE "00".
       01 ST-SEM        PIC X(02) VALUE "00".
       01 W-OPCAO       PIC 9(01) VALUE ZEROS.
       01 W-TEMFOR      PIC X(01) VALUE "N".
       01 W-TOTMNT      PIC 9(06) VALUE ZEROS.
       01 W-TOTAUT      PIC 9(06) VALUE ZEROS.
       01 W-TOTABA      PIC 9(06) VALUE ZEROS.
       01 W-TOTAPO      PIC 9(06) VALUE ZEROS.
       01 W-TOTMAPA     PIC 9(06) VALUE ZEROS.
       01 W-TOTSEM      PIC 9(06) VALUE ZEROS.
       01 W-TOTCODINV   PIC 9(06) VALUE ZEROS.
       01 W-TIPOACH     PIC X(01) VALUE SPACES.
       01 W-NOMEACH     PIC X(30) VALUE SPACES.
       01 W-IDXF        PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-QTDTAB      PIC 9(03) VALUE ZEROS.

       01 TABFORN.
          03 TB-FORN OCCURS 500 TIMES.
             05 TBF-TIPO     PIC X(01).
             05 TBF-NOME     PIC X(30).
             05 TBF-COD      PIC 9(05).
             05 TBF-NOMEFOR  PIC X(30).
             05 TBF-QTD      PIC 9(05).

       01 LIN-TITULO    PIC X(80) VALUE
          "*** NOMES SEM FORNECEDOR - ACERTAR NAS TELAS ***".

       01 LIN-DET.
          03 LD-TIPO       PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-QTD        PIC ZZZZ9.
          03 FILLER        PIC X(14) VALUE " LANCAMENTO(S)".
          03 FILLER        PIC X(28) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO PARA O CADASTRO DE FORNECEDORES ***"
           DISPLAY "ETAPA (1=LEVANTAMENTO DOS NOMES EM DEPFORN.TXT"
           DISPLAY "       2=CONVERSAO PELO DEPFORN.TXT)          : "
                   WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = 1 AND W-OPCAO NOT = 2
              DISPLAY "OPCAO INVALIDA"
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-QTDTAB
           IF W-OPCAO = 2
              GO TO C0.
      *
      *********************************************************
      * ETAPA 1 - LEVANTAMENTO DOS NOMES DIGITADOS NOS .OLD    *
      *********************************************************
       L1.
           OPEN INPUT MANOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADMANUF.OLD NAO ENCONTRADO - CADMANUT IGNORADO"
              GO TO L2.
       L1-RD.
           READ MANOLD NEXT RECORD
               AT END
                  GO TO L1-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO L1-FIM.
           MOVE "O"       TO W-TIPOACH
           MOVE OFICINA-O TO W-NOMEACH
           PERFORM ROT-CONTA-NOME THRU ROT-CONTA-NOME-FIM
           GO TO L1-RD.
       L1-FIM.
           CLOSE MANOLD.
       L2.
           OPEN INPUT AUTOLD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CADAUTMF.OLD NAO ENCONTRADO - CADAUTMN IGNORADO"
              GO TO L3.
       L2-RD.
           READ AUTOLD NEXT RECORD
               AT END
                  GO TO L2-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              GO TO L2-FIM.
           MOVE "O"        TO W-TIPOACH
           MOVE OFICINA-AO TO W-NOMEACH
           PERFORM ROT-CONTA-NOME THRU ROT-CONTA-NOME-FIM
           GO TO L2-RD.
       L2-FIM.
           CLOSE AUTOLD.
       L3.
           OPEN INPUT ABAOLD
           IF ST-ERRO5 NOT = "00"
              DISPLAY "CADABASF.OLD NAO ENCONTRADO - CADABAST IGNORADO"
              GO TO L4.
       L3-RD.
           READ ABAOLD NEXT RECORD
               AT END
                  GO TO L3-FIM
           END-READ
           IF ST-ERRO5 NOT = "00"
              GO TO L3-FIM.
           MOVE "P"     TO W-TIPOACH
           MOVE POSTO-O TO W-NOMEACH
           PERFORM ROT-CONTA-NOME THRU ROT-CONTA-NOME-FIM
           GO TO L3-RD.
       L3-FIM.
           CLOSE ABAOLD.
       L4.
           OPEN INPUT APOOLD
           IF ST-ERRO7 NOT = "00"
              DISPLAY "CADAPOLF.OLD NAO ENCONTRADO - CADAPOL IGNORADO"
              GO TO L5.
       L4-RD.
           READ APOOLD NEXT RECORD
               AT END
                  GO TO L4-FIM
           END-READ
           IF ST-ERRO7 NOT = "00"
              GO TO L4-FIM.
           MOVE "S"          TO W-TIPOACH
           MOVE SEGURADORA-O TO W-NOMEACH
           PERFORM ROT-CONTA-NOME THRU ROT-CONTA-NOME-FIM
           GO TO L4-RD.
       L4-FIM.
           CLOSE APOOLD.
      *    GRAVA O DE-PARA PARA O OPERADOR PREENCHER OS CODIGOS
       L5.
           OPEN OUTPUT DEPFORN
           IF ST-DEP NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO DEPFORN.TXT"
              GO TO ROT-FIM2.
           PERFORM L6 THRU L6-FIM
                   VARYING W-IDXF FROM 1 BY 1 UNTIL W-IDXF > W-QTDTAB
           CLOSE DEPFORN
           DISPLAY "NOMES DIFERENTES LEVANTADOS : " W-QTDTAB
           DISPLAY "PREENCHA OS CODIGOS DO CADFORN NO DEPFORN.TXT E"
           DISPLAY "RODE A ETAPA 2"
           GO TO ROT-FIM.
       L6.
           MOVE SPACES              TO REGDEP
           MOVE TBF-TIPO (W-IDXF)   TO DEP-TIPO
           MOVE TBF-NOME (W-IDXF)   TO DEP-NOME
           MOVE ZEROS               TO DEP-COD
           MOVE TBF-QTD (W-IDXF)    TO DEP-QTD
           WRITE REGDEP.
       L6-FIM.
           EXIT.
      *
      *********************************************************
      * ETAPA 2 - CARGA DO DE-PARA (CODIGO CONFERIDO NO        *
      * CADFORN: TEM QUE EXISTIR E SER DO MESMO TIPO)          *
      *********************************************************
       C0.
           OPEN INPUT DEPFORN
           IF ST-DEP NOT = "00"
              DISPLAY "DEPFORN.TXT NAO ENCONTRADO - RODE ANTES A "
              DISPLAY "ETAPA 1 (LEVANTAMENTO)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMFOR
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              DISPLAY "SEM CADASTRO DE FORNECEDORES (CADFORN) - "
              DISPLAY "TODOS OS NOMES FICAM SEM CODIGO"
              MOVE "N" TO W-TEMFOR.
       C0-RD.
           READ DEPFORN
               AT END
                  GO TO C0-FIM
           END-READ
           IF ST-DEP NOT = "00"
              GO TO C0-FIM.
           IF DEP-NOME = SPACES OR W-QTDTAB NOT < 500
              GO TO C0-RD.
           IF DEP-COD NOT NUMERIC
              MOVE ZEROS TO DEP-COD.
           ADD 1 TO W-QTDTAB
           MOVE DEP-TIPO TO TBF-TIPO (W-QTDTAB)
           MOVE DEP-NOME TO TBF-NOME (W-QTDTAB)
           MOVE ZEROS    TO TBF-COD (W-QTDTAB) TBF-QTD (W-QTDTAB)
           MOVE SPACES   TO TBF-NOMEFOR (W-QTDTAB)
           IF DEP-COD = ZEROS OR W-TEMFOR NOT = "S"
              GO TO C0-RD.
           MOVE DEP-COD TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00" OR FOR-TIPO NOT = DEP-TIPO
              ADD 1 TO W-TOTCODINV
              DISPLAY "CODIGO " DEP-COD " INEXISTENTE OU DE OUTRO "
                      "TIPO PARA " DEP-NOME
              GO TO C0-RD.
           MOVE FOR-COD  TO TBF-COD (W-QTDTAB)
           MOVE FOR-NOME TO TBF-NOMEFOR (W-QTDTAB)
           GO TO C0-RD.
       C0-FIM.
           CLOSE DEPFORN
           IF W-TEMFOR = "S"
              CLOSE CADFORN.
      *
      *********************************************************
      * CONVERSAO DOS QUATRO ARQUIVOS                          *
      *********************************************************
       C1.
           OPEN INPUT MANOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADMANUF.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADMANUT.DAT ANTIGO PARA CADMANUF.OLD ANTES"
              GO TO C2.
           OPEN OUTPUT CADMANUT
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADMANUT.DAT"
              CLOSE MANOLD
              GO TO C2.
       C1-RD.
           READ MANOLD NEXT RECORD
               AT END
                  GO TO C1-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO C1-FIM.
           MOVE CHAVEMANUT-O TO CHAVEMANUT
           MOVE DADOSMNT-O   TO REGMANUT (16:88)
           MOVE ZEROS        TO MNT-CODFORN
           MOVE "O"          TO W-TIPOACH
           MOVE OFICINA      TO W-NOMEACH
           PERFORM ROT-MAPEIA THRU ROT-MAPEIA-FIM
           IF W-IDXACH NOT = ZEROS
              MOVE TBF-COD (W-IDXACH)     TO MNT-CODFORN
              MOVE TBF-NOMEFOR (W-IDXACH) TO OFICINA.
           WRITE REGMANUT
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTMNT
           ELSE
              DISPLAY "ERRO NA CONVERSAO DA MANUT. " CHAVEMANUT-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO C1-RD.
       C1-FIM.
           CLOSE MANOLD CADMANUT
           DISPLAY "MANUTENCOES CONVERTIDAS    : " W-TOTMNT.
      *
       C2.
           OPEN INPUT AUTOLD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CADAUTMF.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADAUTMN.DAT ANTIGO PARA CADAUTMF.OLD ANTES"
              GO TO C3.
           OPEN OUTPUT CADAUTMN
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADAUTMN.DAT"
              CLOSE AUTOLD
              GO TO C3.
       C2-RD.
           READ AUTOLD NEXT RECORD
               AT END
                  GO TO C2-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              GO TO C2-FIM.
           MOVE CHAVEAUTMN-O TO CHAVEAUTMN
           MOVE DADOSAUT-O   TO REGAUT (11:90)
           MOVE ZEROS        TO AUT-CODFORN
           MOVE "O"          TO W-TIPOACH
           MOVE AUT-OFICINA  TO W-NOMEACH
           PERFORM ROT-MAPEIA THRU ROT-MAPEIA-FIM
           IF W-IDXACH NOT = ZEROS
              MOVE TBF-COD (W-IDXACH)     TO AUT-CODFORN
              MOVE TBF-NOMEFOR (W-IDXACH) TO AUT-OFICINA.
           WRITE REGAUT
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-TOTAUT
           ELSE
              DISPLAY "ERRO NA CONVERSAO DA AUTORIZ. " CHAVEAUTMN-O
                      " - FILE STATUS " ST-ERRO4.
           GO TO C2-RD.
       C2-FIM.
           CLOSE AUTOLD CADAUTMN
           DISPLAY "AUTORIZACOES CONVERTIDAS   : " W-TOTAUT.
      *
       C3.
           OPEN INPUT ABAOLD
           IF ST-ERRO5 NOT = "00"
              DISPLAY "CADABASF.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADABAST.DAT ANTIGO PARA CADABASF.OLD ANTES"
              GO TO C4.
           OPEN OUTPUT CADABAST
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADABAST.DAT"
              CLOSE ABAOLD
              GO TO C4.
       C3-RD.
           READ ABAOLD NEXT RECORD
               AT END
                  GO TO C3-FIM
           END-READ
           IF ST-ERRO5 NOT = "00"
              GO TO C3-FIM.
           MOVE CHAVEABAST-O TO CHAVEABAST
           MOVE DADOSABA-O   TO REGABAST (16:40)
           MOVE ZEROS        TO ABA-CODFORN
           MOVE "P"          TO W-TIPOACH
           MOVE ABA-POSTO    TO W-NOMEACH
           PERFORM ROT-MAPEIA THRU ROT-MAPEIA-FIM
           IF W-IDXACH NOT = ZEROS
              MOVE TBF-COD (W-IDXACH)     TO ABA-CODFORN
              MOVE TBF-NOMEFOR (W-IDXACH) TO ABA-POSTO.
           WRITE REGABAST
           IF ST-ERRO6 = "00" OR "02"
              ADD 1 TO W-TOTABA
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO ABASTEC. " CHAVEABAST-O
                      " - FILE STATUS " ST-ERRO6.
           GO TO C3-RD.
       C3-FIM.
           CLOSE ABAOLD CADABAST
           DISPLAY "ABASTECIMENTOS CONVERTIDOS : " W-TOTABA.
      *
       C4.
           OPEN INPUT APOOLD
           IF ST-ERRO7 NOT = "00"
              DISPLAY "CADAPOLF.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADAPOL.DAT ANTIGO PARA CADAPOLF.OLD ANTES"
              GO TO C5.
           OPEN OUTPUT CADAPOL
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADAPOL.DAT"
              CLOSE APOOLD
              GO TO C5.
       C4-RD.
           READ APOOLD NEXT RECORD
               AT END
                  GO TO C4-FIM
           END-READ
           IF ST-ERRO7 NOT = "00"
              GO TO C4-FIM.
           MOVE CHAVEAPOL-O    TO CHAVEAPOL
           MOVE DADOSAPO-O     TO REGAPOL (16:55)
           MOVE ZEROS          TO APO-CODFORN
           MOVE "S"            TO W-TIPOACH
           MOVE APO-SEGURADORA TO W-NOMEACH
           PERFORM ROT-MAPEIA THRU ROT-MAPEIA-FIM
           IF W-IDXACH NOT = ZEROS
              MOVE TBF-COD (W-IDXACH)     TO APO-CODFORN
              MOVE TBF-NOMEFOR (W-IDXACH) TO APO-SEGURADORA.
           WRITE REGAPOL
           IF ST-ERRO8 = "00" OR "02"
              ADD 1 TO W-TOTAPO
           ELSE
              DISPLAY "ERRO NA CONVERSAO DA APOLICE " CHAVEAPOL-O
                      " - FILE STATUS " ST-ERRO8.
           GO TO C4-RD.
       C4-FIM.
           CLOSE APOOLD CADAPOL
           DISPLAY "APOLICES CONVERTIDAS       : " W-TOTAPO.
      *
      *    NOMES QUE FICARAM SEM CODIGO DE FORNECEDOR
       C5.
           OPEN OUTPUT SEMFORN
           IF ST-SEM NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO SEMFORN.TXT"
              GO TO C5-FIM.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           PERFORM C6 THRU C6-FIM
                   VARYING W-IDXF FROM 1 BY 1 UNTIL W-IDXF > W-QTDTAB
           WRITE LINHA-REL FROM LIN-SEP
           CLOSE SEMFORN.
       C5-FIM.
           DISPLAY "LANCAMENTOS COM FORNECEDOR : " W-TOTMAPA
           DISPLAY "LANCAMENTOS SEM FORNECEDOR : " W-TOTSEM
           DISPLAY "CODIGOS INVALIDOS NO DE-PARA: " W-TOTCODINV
           DISPLAY "(NOMES SEM CODIGO EM SEMFORN.TXT)"
           GO TO ROT-FIM.
       C6.
           IF TBF-COD (W-IDXF) NOT = ZEROS OR TBF-QTD (W-IDXF) = ZEROS
              GO TO C6-FIM.
           MOVE TBF-TIPO (W-IDXF) TO LD-TIPO
           MOVE TBF-NOME (W-IDXF) TO LD-NOME
           MOVE TBF-QTD (W-IDXF)  TO LD-QTD
           WRITE LINHA-REL FROM LIN-DET.
       C6-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * LEVANTAMENTO: SOMA UM LANCAMENTO PARA O NOME           *
      * W-NOMEACH DO TIPO W-TIPOACH (NOME EM BRANCO NAO CONTA; *
      * ACIMA DE 500 NOMES O RESTANTE E AVISADO E IGNORADO)    *
      *********************************************************
       ROT-CONTA-NOME.
           IF W-NOMEACH = SPACES
              GO TO ROT-CONTA-NOME-FIM.
           PERFORM ROT-ACHA-NOME THRU ROT-ACHA-NOME-FIM
           IF W-IDXACH = ZEROS
              IF W-QTDTAB NOT < 500
                 DISPLAY "TABELA CHEIA - IGNORADO: " W-NOMEACH
                 GO TO ROT-CONTA-NOME-FIM
              ELSE
                 ADD 1 TO W-QTDTAB
                 MOVE W-QTDTAB  TO W-IDXACH
                 MOVE W-TIPOACH TO TBF-TIPO (W-IDXACH)
                 MOVE W-NOMEACH TO TBF-NOME (W-IDXACH)
                 MOVE ZEROS     TO TBF-COD (W-IDXACH)
                                   TBF-QTD (W-IDXACH)
                 MOVE SPACES    TO TBF-NOMEFOR (W-IDXACH).
           ADD 1 TO TBF-QTD (W-IDXACH).
       ROT-CONTA-NOME-FIM.
           EXIT.
      *
      *********************************************************
      * CONVERSAO: DEVOLVE EM W-IDXACH A LINHA DO DE-PARA COM  *
      * CODIGO PARA O NOME W-NOMEACH DO TIPO W-TIPOACH, OU     *
      * ZEROS (NOME SEM CODIGO - CONTADO PARA O SEMFORN.TXT)   *
      *********************************************************
       ROT-MAPEIA.
           IF W-NOMEACH = SPACES
              MOVE ZEROS TO W-IDXACH
              GO TO ROT-MAPEIA-FIM.
           PERFORM ROT-CONTA-NOME THRU ROT-CONTA-NOME-FIM
           IF W-IDXACH NOT = ZEROS
              IF TBF-COD (W-IDXACH) = ZEROS
                 MOVE ZEROS TO W-IDXACH.
           IF W-IDXACH = ZEROS
              ADD 1 TO W-TOTSEM
           ELSE
              ADD 1 TO W-TOTMAPA.
       ROT-MAPEIA-FIM.
           EXIT.
      *
       ROT-ACHA-NOME.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-ACHA-NOME-V THRU ROT-ACHA-NOME-V-F
                   VARYING W-IDXF FROM 1 BY 1
                   UNTIL W-IDXF > W-QTDTAB
                      OR W-IDXACH NOT = ZEROS.
       ROT-ACHA-NOME-FIM.
           EXIT.
       ROT-ACHA-NOME-V.
           IF TBF-TIPO (W-IDXF) = W-TIPOACH
              AND TBF-NOME (W-IDXF) = W-NOMEACH
              MOVE W-IDXF TO W-IDXACH.
       ROT-ACHA-NOME-V-F.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
