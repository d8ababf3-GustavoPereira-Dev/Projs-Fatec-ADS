       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL104.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CRUZAMENTO DE UM AVISO DE RECALL (CADRECAL) COM OS          *
      * VEICULOS DO CADCAR: MESMA MARCA, MODELO (SE O AVISO TIVER), *
      * ANO DE FABRICACAO NA FAIXA E, QUANDO O AVISO TEM FAIXA DE   *
      * CHASSI E O CARRO TEM O CHASSI REGISTRADO, CHASSI NA FAIXA   *
      * (CARRO SEM CHASSI ENTRA E E MARCADO PARA CONFERENCIA).      *
      * O DONO ATUAL DO CARRO VENDIDO E O COMPRADOR DA ULTIMA VENDA *
      * NO CADVDA (ENDERECO DO CADCLI PELO CADCEP); CARRO QUE NAO   *
      * ESTA VENDIDO ESTA COM A LOJA E DEVE SER REPARADO AQUI.      *
      * CADA VEICULO ATINGIDO GANHA UM REGISTRO NO CADRCLV         *
      * (P PENDENTE / N NOTIFICADO / R REALIZADO, ESTE MARCADO NO  *
      * CADRCLV COM A DATA DO SERVICO NO CADMANUT). SAIDAS:         *
      *   RELRECAL.TXT - LISTA DOS VEICULOS ATINGIDOS;              *
      *   CARTRCL.TXT  - CARTA AO DONO (SE PEDIDO);                 *
      *   ETQRCL.TXT   - ETIQUETAS DE ENDERECO, COMO O REL020.      *
      * A CARTA SAI PARA O DONO PENDENTE OU JA NOTIFICADO (NOVO     *
      * AVISO); O PENDENTE PASSA A NOTIFICADO COM A DATA DE HOJE.   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCL-COD
                    FILE STATUS  IS ST-RCL.
      *
           SELECT CADRCLV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERCLV
                    FILE STATUS  IS ST-RCV.
      *
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-CAR.
      *
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-VDA.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-CEP.
      *
           SELECT CADMARCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MARCA-COD
                    FILE STATUS  IS ST-MARCA
                    ALTERNATE RECORD KEY IS MARCA-NOME
                                   WITH DUPLICATES.
      *
           SELECT RELRECAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
           SELECT CARTRCL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CARTA.
      *
           SELECT ETQRCL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ETQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
       01 REGRECAL.
          03 RCL-COD          PIC 9(05).
          03 RCL-DESCR        PIC X(40).
          03 RCL-MARCA        PIC X(02).
          03 RCL-MODELO       PIC 9(03).
          03 RCL-ANOINI       PIC 9(04).
          03 RCL-ANOFIM       PIC 9(04).
          03 RCL-CHASINI      PIC X(17).
          03 RCL-CHASFIM      PIC X(17).
          03 RCL-DTANUNC      PIC 9(08).
          03 RCL-SERVICO      PIC X(40).
      *
       FD CADRCLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCLV.DAT".
       01 REGRCLV.
          03 CHAVERCLV.
             05 RCV-COD       PIC 9(05).
             05 RCV-PLACA     PIC X(07).
          03 RCV-SIT          PIC X(01).
          03 RCV-CODCLI       PIC 9(05).
          03 RCV-NOMEDONO     PIC X(30).
          03 RCV-DTVENDA      PIC 9(08).
          03 RCV-DTNOTIF      PIC 9(08).
          03 RCV-DTSERV       PIC 9(08).
          03 RCV-OBS          PIC X(40).
      *
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDA.DAT".
       01 REGVENDA.
          03 CHAVEVENDA.
             05 PLACA         PIC X(7).
             05 DTAVENDA.
                07 VDA-DIA    PIC 9(2).
                07 VDA-MES    PIC 9(2).
                07 VDA-ANO    PIC 9(4).
          03 COMPRADOR        PIC X(30).
          03 VALORVENDA       PIC 9(8)V99.
          03 VENDEDOR         PIC 9(5).
          03 VDA-CODCLI       PIC 9(5).
          03 VDA-PLACATROCA   PIC X(7).
          03 VDA-VLRTROCA     PIC 9(8)V99.
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
          03 CLI-COD          PIC 9(5).
          03 CLI-NOME         PIC X(30).
          03 CLI-DOC          PIC 9(11).
          03 CLI-DDD          PIC 9(2).
          03 CLI-NUMERO       PIC 9(9).
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP-NUMCEP       PIC 9(08).
          03 CEP-LOGRA        PIC X(30).
          03 CEP-BAIRRO       PIC X(20).
          03 CEP-CIDADE       PIC X(20).
          03 CEP-UF           PIC X(02).
      *
       FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
       01 REGMARCA.
          03 MARCA-COD        PIC X(02).
          03 MARCA-NOME       PIC X(15).
      *
       FD RELRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECAL.TXT".
       01 LINHA-REL PIC X(120).
      *
       FD CARTRCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTRCL.TXT".
       01 LINHA-CARTA PIC X(80).
      *
       FD ETQRCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETQRCL.TXT".
       01 LINHA-ETQ PIC X(70).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL104".
       01 W-SPARQ       PIC X(14) VALUE "RELRECAL.TXT".
       01 ST-RCL        PIC X(02) VALUE "00".
       01 ST-RCV        PIC X(02) VALUE "00".
       01 ST-CAR        PIC X(02) VALUE "00".
       01 ST-VDA        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-CEP        PIC X(02) VALUE "00".
       01 ST-MARCA      PIC X(02) VALUE "00".
       01 ST-REL        PIC X(02) VALUE "00".
       01 ST-CARTA      PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMVDA      PIC X(01) VALUE "N".
       01 W-TEMVDA      PIC X(01) VALUE "N".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-TEMCEP      PIC X(01) VALUE "N".
       01 W-CARTAS      PIC X(01) VALUE "N".
       01 W-NALOJA      PIC X(01) VALUE "N".
       01 W-SEMCHAS     PIC X(01) VALUE "N".
       01 W-TEMEND      PIC X(01) VALUE "N".
       01 W-CODRCL      PIC 9(05) VALUE ZEROS.
       01 W-TXTMARCA    PIC X(15) VALUE SPACES.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-HOJEDMA.
          03 W-DIAHDMA  PIC 9(02).
          03 W-MESHDMA  PIC 9(02).
          03 W-ANOHDMA  PIC 9(04).
      *    ULTIMA VENDA DA PLACA (DATA EM AAAAMMDD PARA COMPARAR)
       01 W-DTVDA8      PIC 9(08) VALUE ZEROS.
       01 W-ULTVDA8     PIC 9(08) VALUE ZEROS.
       01 W-ULTDTVDA    PIC 9(08) VALUE ZEROS.
       01 W-ULTCODCLI   PIC 9(05) VALUE ZEROS.
       01 W-ULTCOMPR    PIC X(30) VALUE SPACES.
       01 W-TOTATING    PIC 9(05) VALUE ZEROS.
       01 W-TOTLOJA     PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       01 W-TOTNOTIF    PIC 9(05) VALUE ZEROS.
       01 W-TOTREAL     PIC 9(05) VALUE ZEROS.
       01 W-TOTCARTA    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMEND   PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCHAS  PIC 9(05) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(29) VALUE
             "*** VEICULOS ATINGIDOS PELO ".
          03 FILLER        PIC X(07) VALUE "RECALL ".
          03 LT-COD        PIC 9(05).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LT-DESCR      PIC X(40).
          03 FILLER        PIC X(13) VALUE "  ANUNCIO EM ".
          03 LT-DTANUNC    PIC 99/99/9999.
          03 FILLER        PIC X(13) VALUE SPACES.
       01 LIN-FAIXA.
          03 FILLER        PIC X(07) VALUE "MARCA: ".
          03 LF-MARCA      PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LF-TXTMARCA   PIC X(15).
          03 FILLER        PIC X(08) VALUE " MODELO ".
          03 LF-MODELO     PIC 9(03).
          03 FILLER        PIC X(06) VALUE "  ANO ".
          03 LF-ANOINI     PIC 9(04).
          03 FILLER        PIC X(03) VALUE " A ".
          03 LF-ANOFIM     PIC 9(04).
          03 FILLER        PIC X(09) VALUE "  CHASSI ".
          03 LF-CHASINI    PIC X(17).
          03 FILLER        PIC X(03) VALUE " A ".
          03 LF-CHASFIM    PIC X(17).
          03 FILLER        PIC X(21) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(50) VALUE
             "PLACA   ANO  CHASSI            DONO ATUAL         ".
          03 FILLER        PIC X(50) VALUE
             "            CIDADE               UF SITUACAO   NOT".
          03 FILLER        PIC X(20) VALUE
             "IFICADO SERVICO    O".

       01 LIN-DET.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ANO        PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CHASSI     PIC X(17).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DONO       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CIDADE     PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-UF         PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SIT        PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTNOTIF    PIC 99/99/9999 BLANK WHEN ZERO.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTSERV     PIC 99/99/9999 BLANK WHEN ZERO.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OBS        PIC X(01).

       01 LIN-TOT.
          03 LTT-DESCR     PIC X(35).
          03 LTT-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(79) VALUE SPACES.
       01 LIN-LEGENDA   PIC X(120) VALUE
          "OBS.: C = CHASSI NAO REGISTRADO NO CADCAR - CONFERIR NO VEICU
      -    "LO   E = DONO SEM ENDERECO CADASTRADO".

      *    CARTA AO DONO
       01 LCT-LINHA     PIC X(80) VALUE SPACES.
       01 LCT-DEST.
          03 FILLER        PIC X(08) VALUE "AO(A) : ".
          03 LCT-NOME      PIC X(30).
          03 FILLER        PIC X(42) VALUE SPACES.
       01 LCT-ASSUNTO.
          03 FILLER        PIC X(42) VALUE
             "ASSUNTO: CHAMADO DE RECALL DO FABRICANTE -".
          03 FILLER        PIC X(07) VALUE " AVISO ".
          03 LCT-COD       PIC 9(05).
          03 FILLER        PIC X(26) VALUE SPACES.
       01 LCT-TEXTO1.
          03 FILLER        PIC X(41) VALUE
             "O FABRICANTE DO SEU VEICULO, DA MARCA ".
          03 LCT-MARCA     PIC X(15).
          03 FILLER        PIC X(14) VALUE ", ANUNCIOU EM ".
          03 LCT-DTANUNC   PIC 99/99/9999.
       01 LCT-TEXTO2.
          03 FILLER        PIC X(11) VALUE "O RECALL:  ".
          03 LCT-DESCR     PIC X(40).
          03 FILLER        PIC X(29) VALUE SPACES.
       01 LCT-VEIC.
          03 FILLER        PIC X(17) VALUE "VEICULO: PLACA  ".
          03 LCT-PLACA     PIC X(07).
          03 FILLER        PIC X(06) VALUE "  ANO ".
          03 LCT-ANO       PIC 9(04).
          03 FILLER        PIC X(09) VALUE "  CHASSI ".
          03 LCT-CHASSI    PIC X(17).
          03 FILLER        PIC X(20) VALUE SPACES.
       01 LCT-SERV.
          03 FILLER        PIC X(20) VALUE "SERVICO A EXECUTAR: ".
          03 LCT-SERVICO   PIC X(40).
          03 FILLER        PIC X(20) VALUE SPACES.
       01 LCT-TEXTO3    PIC X(80) VALUE
          "O SERVICO E GRATUITO E OBRIGATORIO PARA A SUA SEGURANCA.".
       01 LCT-TEXTO4    PIC X(80) VALUE
          "AGENDE O ATENDIMENTO COM A NOSSA OFICINA OU COM UMA CONCESSIO
      -    "NARIA DA MARCA".
       01 LCT-TEXTO5    PIC X(80) VALUE
          "O QUANTO ANTES.".
       01 LCT-PREZADO   PIC X(80) VALUE "PREZADO(A) CLIENTE,".
       01 LCT-ATENC     PIC X(80) VALUE "ATENCIOSAMENTE,".
       01 LCT-ASSIN     PIC X(80) VALUE "DEPARTAMENTO DE POS-VENDA".
       01 LCT-SEP       PIC X(80) VALUE ALL "=".

      *    ETIQUETA (MESMO LAYOUT DO REL020)
       01 LIN-NOME.
          03 LN-NOME       PIC X(35) VALUE SPACES.
       01 LIN-ENDER.
          03 LE-LOGRA      PIC X(35) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE ",".
          03 LE-NUM        PIC Z(4)9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LE-COMPL      PIC X(10) VALUE SPACES.
       01 LIN-BAIRRO.
          03 LB-BAIRRO     PIC X(20) VALUE SPACES.
       01 LIN-CIDUF.
          03 LC-CIDADE     PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE "-".
          03 LC-UF         PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(05) VALUE "CEP: ".
          03 LC-CEP        PIC 9(08).

       01 LIN-BRANCO    PIC X(120) VALUE SPACES.
       01 LIN-SEP       PIC X(120) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** VEICULOS ATINGIDOS POR RECALL ***"
           OPEN INPUT CADRECAL
           IF ST-RCL NOT = "00"
              DISPLAY "SEM AVISOS DE RECALL CADASTRADOS (CADRECAL)"
              GO TO ROT-FIM2.
           DISPLAY "CODIGO DO AVISO DE RECALL : " WITH NO ADVANCING
           ACCEPT W-CODRCL
           MOVE W-CODRCL TO RCL-COD
           READ CADRECAL
           IF ST-RCL NOT = "00"
              DISPLAY "AVISO DE RECALL NAO CADASTRADO"
              CLOSE CADRECAL
              GO TO ROT-FIM2.
           CLOSE CADRECAL
           DISPLAY RCL-DESCR
           DISPLAY "GERAR CARTAS E ETIQUETAS (S/N) : " WITH NO ADVANCING
           ACCEPT W-CARTAS
           IF W-CARTAS = "s"
              MOVE "S" TO W-CARTAS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO W-DIAHDMA
           MOVE W-MESHOJE TO W-MESHDMA
           MOVE W-ANOHOJE TO W-ANOHDMA.
       R0A.
           OPEN INPUT CADCAR
           IF ST-CAR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADRCLV
           IF ST-RCV NOT = "00"
              IF ST-RCV = "30"
                 OPEN OUTPUT CADRCLV
                 CLOSE CADRCLV
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRCLV"
                 CLOSE CADCAR
                 GO TO ROT-FIM2.
           MOVE "S" TO W-TEMVDA
           OPEN INPUT CADVDA
           IF ST-VDA NOT = "00"
              MOVE "N" TO W-TEMVDA.
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "N" TO W-TEMCLI.
           MOVE "S" TO W-TEMCEP
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
              MOVE "N" TO W-TEMCEP.
           MOVE SPACES TO W-TXTMARCA
           OPEN INPUT CADMARCA
           IF ST-MARCA = "00"
              MOVE RCL-MARCA TO MARCA-COD
              READ CADMARCA
              IF ST-MARCA = "00"
                 MOVE MARCA-NOME TO W-TXTMARCA
              END-IF
              CLOSE CADMARCA.
       R0C.
           OPEN OUTPUT RELRECAL
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELRECAL.TXT"
              GO TO ROT-FIM.
           IF W-CARTAS = "S"
              OPEN OUTPUT CARTRCL ETQRCL.
           MOVE RCL-COD     TO LT-COD
           MOVE RCL-DESCR   TO LT-DESCR
           MOVE RCL-DTANUNC TO LT-DTANUNC
           MOVE RCL-MARCA   TO LF-MARCA
           MOVE W-TXTMARCA  TO LF-TXTMARCA
           MOVE RCL-MODELO  TO LF-MODELO
           MOVE RCL-ANOINI  TO LF-ANOINI
           MOVE RCL-ANOFIM  TO LF-ANOFIM
           MOVE RCL-CHASINI TO LF-CHASINI
           MOVE RCL-CHASFIM TO LF-CHASFIM
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-FAIXA
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-SEP.
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM VEICULO DO CADCAR CONTRA A FAIXA DO AVISO           *
      *********************************************************
       R2.
           READ CADCAR NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-CAR NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF MARCA-CAR NOT = RCL-MARCA
              GO TO R2-FIM.
           IF RCL-MODELO NOT = ZEROS AND MODELO-CAR NOT = RCL-MODELO
              GO TO R2-FIM.
           IF ANOFABC-CAR < RCL-ANOINI OR ANOFABC-CAR > RCL-ANOFIM
              GO TO R2-FIM.
           MOVE "N" TO W-SEMCHAS
           IF RCL-CHASINI NOT = SPACES
              IF CHASSI-CAR = SPACES
                 MOVE "S" TO W-SEMCHAS
              ELSE
                 IF CHASSI-CAR < RCL-CHASINI
                    OR CHASSI-CAR > RCL-CHASFIM
                    GO TO R2-FIM.
           ADD 1 TO W-TOTATING
           IF W-SEMCHAS = "S"
              ADD 1 TO W-TOTSEMCHAS.
           PERFORM ROT-DONO THRU ROT-DONO-FIM
           PERFORM ROT-ACOMP THRU ROT-ACOMP-FIM
           IF W-CARTAS = "S" AND W-NALOJA = "N" AND RCV-SIT NOT = "R"
              PERFORM ROT-CARTA THRU ROT-CARTA-FIM.
           IF RCV-SIT = "P"
              ADD 1 TO W-TOTPEND.
           IF RCV-SIT = "N"
              ADD 1 TO W-TOTNOTIF.
           IF RCV-SIT = "R"
              ADD 1 TO W-TOTREAL.
           MOVE PLACA-CAR    TO LD-PLACA
           MOVE ANOFABC-CAR  TO LD-ANO
           MOVE CHASSI-CAR   TO LD-CHASSI
           MOVE RCV-NOMEDONO TO LD-DONO
           MOVE SPACES TO LD-CIDADE LD-UF
           IF W-TEMEND = "S"
              MOVE CEP-CIDADE TO LD-CIDADE
              MOVE CEP-UF     TO LD-UF.
           MOVE "PENDENTE"   TO LD-SIT
           IF RCV-SIT = "N"
              MOVE "NOTIFICADO" TO LD-SIT.
           IF RCV-SIT = "R"
              MOVE "REALIZADO" TO LD-SIT.
           MOVE RCV-DTNOTIF  TO LD-DTNOTIF
           MOVE RCV-DTSERV   TO LD-DTSERV
           MOVE SPACES TO LD-OBS
           IF W-NALOJA = "N" AND W-TEMEND = "N"
              MOVE "E" TO LD-OBS.
           IF W-SEMCHAS = "S"
              MOVE "C" TO LD-OBS.
           WRITE LINHA-REL FROM LIN-DET.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * DONO ATUAL: COMPRADOR DA ULTIMA VENDA DO CARRO VENDIDO *
      * (SIT-CAR V); OUTRA SITUACAO = CARRO COM A LOJA         *
      *********************************************************
       ROT-DONO.
           MOVE "N" TO W-NALOJA W-TEMEND
           MOVE ZEROS  TO W-ULTVDA8 W-ULTDTVDA W-ULTCODCLI
           MOVE SPACES TO W-ULTCOMPR
           IF SIT-CAR NOT = "V"
              MOVE "S" TO W-NALOJA
              ADD 1 TO W-TOTLOJA
              MOVE "VEICULO NA LOJA" TO W-ULTCOMPR
              GO TO ROT-DONO-FIM.
           IF W-TEMVDA NOT = "S"
              GO TO ROT-DONO-FIM.
           MOVE PLACA-CAR TO PLACA
           MOVE ZEROS     TO DTAVENDA
           START CADVDA KEY IS NOT LESS CHAVEVENDA
                 INVALID KEY
                    GO TO ROT-DONO-FIM.
           MOVE "N" TO W-FIMVDA
           PERFORM ROT-LE-VDA THRU ROT-LE-VDA-FIM
                   UNTIL W-FIMVDA = "S"
           IF W-ULTCODCLI = ZEROS OR W-TEMCLI NOT = "S"
              GO TO ROT-DONO-FIM.
           MOVE W-ULTCODCLI TO CLI-COD
           READ CADCLI
           IF ST-CLI NOT = "00"
              GO TO ROT-DONO-FIM.
           MOVE CLI-NOME TO W-ULTCOMPR
           IF W-TEMCEP NOT = "S" OR CLI-CEP = ZEROS
              GO TO ROT-DONO-FIM.
           MOVE CLI-CEP TO CEP-NUMCEP
           READ CADCEP
           IF ST-CEP = "00"
              MOVE "S" TO W-TEMEND.
       ROT-DONO-FIM.
           EXIT.
      *
      *    VENDAS DA PLACA - GUARDA A MAIS RECENTE
       ROT-LE-VDA.
           READ CADVDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMVDA
                   GO TO ROT-LE-VDA-FIM
           END-READ
           IF ST-VDA NOT = "00" OR PLACA NOT = PLACA-CAR
              MOVE "S" TO W-FIMVDA
              GO TO ROT-LE-VDA-FIM.
           COMPUTE W-DTVDA8 = (VDA-ANO * 10000) + (VDA-MES * 100)
                            + VDA-DIA
           IF W-DTVDA8 > W-ULTVDA8
              MOVE W-DTVDA8   TO W-ULTVDA8
              MOVE DTAVENDA   TO W-ULTDTVDA
              MOVE VDA-CODCLI TO W-ULTCODCLI
              MOVE COMPRADOR  TO W-ULTCOMPR.
       ROT-LE-VDA-FIM.
           EXIT.
      *
      *********************************************************
      * ACOMPANHAMENTO NO CADRCLV: CRIA PENDENTE OU ATUALIZA O *
      * DONO (O CARRO PODE TER SIDO REVENDIDO DESDE A ULTIMA   *
      * RODADA); REALIZADO NAO E MAIS MEXIDO                   *
      *********************************************************
       ROT-ACOMP.
           MOVE RCL-COD   TO RCV-COD
           MOVE PLACA-CAR TO RCV-PLACA
           READ CADRCLV
           IF ST-RCV = "00"
              IF RCV-SIT = "R"
                 GO TO ROT-ACOMP-FIM
              ELSE
                 MOVE W-ULTCODCLI TO RCV-CODCLI
                 MOVE W-ULTCOMPR  TO RCV-NOMEDONO
                 MOVE W-ULTDTVDA  TO RCV-DTVENDA
                 REWRITE REGRCLV
                 GO TO ROT-ACOMP-FIM.
           MOVE "P"         TO RCV-SIT
           MOVE W-ULTCODCLI TO RCV-CODCLI
           MOVE W-ULTCOMPR  TO RCV-NOMEDONO
           MOVE W-ULTDTVDA  TO RCV-DTVENDA
           MOVE ZEROS       TO RCV-DTNOTIF RCV-DTSERV
           MOVE SPACES      TO RCV-OBS
           WRITE REGRCLV.
       ROT-ACOMP-FIM.
           EXIT.
      *
      *********************************************************
      * CARTA E ETIQUETA DO DONO COM ENDERECO; O PENDENTE      *
      * PASSA A NOTIFICADO                                     *
      *********************************************************
       ROT-CARTA.
           IF W-TEMEND NOT = "S"
              ADD 1 TO W-TOTSEMEND
              GO TO ROT-CARTA-FIM.
           MOVE CLI-NOME    TO LCT-NOME LN-NOME
           MOVE CEP-LOGRA   TO LE-LOGRA
           MOVE CLI-NENDRC  TO LE-NUM
           MOVE CLI-COMPL   TO LE-COMPL
           MOVE CEP-BAIRRO  TO LB-BAIRRO
           MOVE CEP-CIDADE  TO LC-CIDADE
           MOVE CEP-UF      TO LC-UF
           MOVE CEP-NUMCEP  TO LC-CEP
           MOVE RCL-COD     TO LCT-COD
           MOVE W-TXTMARCA  TO LCT-MARCA
           MOVE RCL-DTANUNC TO LCT-DTANUNC
           MOVE RCL-DESCR   TO LCT-DESCR
           MOVE PLACA-CAR   TO LCT-PLACA
           MOVE ANOFABC-CAR TO LCT-ANO
           MOVE CHASSI-CAR  TO LCT-CHASSI
           MOVE RCL-SERVICO TO LCT-SERVICO
           WRITE LINHA-CARTA FROM LCT-DEST
           WRITE LINHA-CARTA FROM LIN-ENDER
           WRITE LINHA-CARTA FROM LIN-BAIRRO
           WRITE LINHA-CARTA FROM LIN-CIDUF
           WRITE LINHA-CARTA FROM LCT-LINHA
           WRITE LINHA-CARTA FROM LCT-ASSUNTO
           WRITE LINHA-CARTA FROM LCT-LINHA
           WRITE LINHA-CARTA FROM LCT-PREZADO
           WRITE LINHA-CARTA FROM LCT-LINHA
           WRITE LINHA-CARTA FROM LCT-TEXTO1
           WRITE LINHA-CARTA FROM LCT-TEXTO2
           WRITE LINHA-CARTA FROM LCT-LINHA
           WRITE LINHA-CARTA FROM LCT-VEIC
           WRITE LINHA-CARTA FROM LCT-SERV
           WRITE LINHA-CARTA FROM LCT-LINHA
           WRITE LINHA-CARTA FROM LCT-TEXTO3
           WRITE LINHA-CARTA FROM LCT-TEXTO4
           WRITE LINHA-CARTA FROM LCT-TEXTO5
           WRITE LINHA-CARTA FROM LCT-LINHA
           WRITE LINHA-CARTA FROM LCT-ATENC
           WRITE LINHA-CARTA FROM LCT-ASSIN
           WRITE LINHA-CARTA FROM LCT-SEP
           WRITE LINHA-ETQ FROM LIN-NOME
           WRITE LINHA-ETQ FROM LIN-ENDER
           WRITE LINHA-ETQ FROM LIN-BAIRRO
           WRITE LINHA-ETQ FROM LIN-CIDUF
           WRITE LINHA-ETQ FROM LIN-BRANCO
           ADD 1 TO W-TOTCARTA
           IF RCV-SIT = "P"
              MOVE "N"       TO RCV-SIT
              MOVE W-HOJEDMA TO RCV-DTNOTIF
              REWRITE REGRCLV.
       ROT-CARTA-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "VEICULOS ATINGIDOS               : " TO LTT-DESCR
           MOVE W-TOTATING TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "  COM A LOJA (REPARAR ANTES)     : " TO LTT-DESCR
           MOVE W-TOTLOJA TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "  PENDENTES                      : " TO LTT-DESCR
           MOVE W-TOTPEND TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "  NOTIFICADOS                    : " TO LTT-DESCR
           MOVE W-TOTNOTIF TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "  REALIZADOS                     : " TO LTT-DESCR
           MOVE W-TOTREAL TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "  SEM CHASSI REGISTRADO          : " TO LTT-DESCR
           MOVE W-TOTSEMCHAS TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "CARTAS GERADAS                   : " TO LTT-DESCR
           MOVE W-TOTCARTA TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "DONOS SEM ENDERECO (SEM CARTA)   : " TO LTT-DESCR
           MOVE W-TOTSEMEND TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-LEGENDA
           CLOSE RELRECAL
           IF W-CARTAS = "S"
              CLOSE CARTRCL ETQRCL.
           CLOSE CADCAR CADRCLV
           IF W-TEMVDA = "S"
              CLOSE CADVDA.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           IF W-TEMCEP = "S"
              CLOSE CADCEP.
           DISPLAY "*** RELATORIO GERADO EM RELRECAL.TXT ***"
           DISPLAY "VEICULOS ATINGIDOS : " W-TOTATING
           IF W-CARTAS = "S"
              DISPLAY "CARTAS (CARTRCL.TXT) E ETIQUETAS (ETQRCL.TXT): "
                      W-TOTCARTA.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ
           IF W-CARTAS = "S"
              MOVE "CARTRCL.TXT" TO W-SPARQ
              CALL "SPOOLREG" USING W-SPRELID W-SPARQ
              MOVE "ETQRCL.TXT" TO W-SPARQ
              CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
