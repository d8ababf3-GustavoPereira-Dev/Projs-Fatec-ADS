       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCNH.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONFERENCIA DA HABILITACAO DO CONDUTOR - CHAMADO PELA        *
      * ATRIBUICAO (CADATRIB), PELA RESERVA DO POOL (CADAGEND) E     *
      * PELO TEST-DRIVE (CADTESTE) ANTES DE ENTREGAR O VEICULO.      *
      * RECUSA (RETORNO "N" COM O MOTIVO) QUANDO:                    *
      *   - O FUNCIONARIO NAO TEM CNH NO CADCNH                      *
      *   - A CNH ESTA MARCADA COMO SUSPENSA/CASSADA                 *
      *   - A VALIDADE E ANTERIOR A DATA DE USO                      *
      *   - A CATEGORIA NAO HABILITA O VEICULO (CADCATV; SEM         *
      *     REGISTRO = B). C, D E E HABILITAM AS DE BAIXO, MENOS A   *
      *   - OS PONTOS DAS MULTAS DO CONDUTOR (CADMULTA) NOS 12       *
      *     MESES ATE A DATA DE USO ATINGEM O LIMITE DO PARAMETRO    *
      *     023 DO CADPARAM (PADRAO 20)                              *
      *                                                              *
      * PARAMETROS: FUNCIONARIO 9(5), PLACA X(7), DATA DE USO        *
      * DDMMAAAA 9(8), RETORNO X(1) (S = LIBERADO) E MENSAGEM X(50). *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCNH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNH-CODFUNC
                    FILE STATUS  IS ST-CNH.
      *
           SELECT CADCATV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTV-PLACA
                    FILE STATUS  IS ST-CATV.
      *
           SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMULTA
                    FILE STATUS  IS ST-MULTA.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNH.DAT".
       01 REGCNH.
          03 CNH-CODFUNC      PIC 9(5).
          03 CNH-NUMERO       PIC 9(11).
          03 CNH-CATEG        PIC X(2).
          03 CNH-DTVALID      PIC 9(8).
          03 CNH-SUSPENSA     PIC X(1).
          03 CNH-PONTOS       PIC 9(3).
          03 CNH-DTPONTOS     PIC 9(8).
      *
       FD CADCATV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATV.DAT".
       01 REGCATV.
          03 CTV-PLACA        PIC X(7).
          03 CTV-CATEG        PIC X(1).
      *
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
       01 REGMULTA.
          03 CHAVEMULTA.
             05 MUL-PLACA     PIC X(7).
             05 MUL-DTINF.
                07 MUL-DIAINF PIC 9(2).
                07 MUL-MESINF PIC 9(2).
                07 MUL-ANOINF PIC 9(4).
             05 MUL-HRINF     PIC 9(4).
          03 MUL-VALOR        PIC 9(6)V99.
          03 MUL-PONTOS       PIC 9(2).
          03 MUL-DTVENC       PIC 9(8).
          03 MUL-CODFUNC      PIC 9(5).
          03 MUL-COBRADA      PIC X(1).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CNH        PIC X(02) VALUE "00".
       01 ST-CATV       PIC X(02) VALUE "00".
       01 ST-MULTA      PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-LIMPONTOS   PIC 9(03) VALUE ZEROS.
       01 W-PONTOS      PIC 9(03) VALUE ZEROS.
       01 W-USO8        PIC 9(08) VALUE ZEROS.
       01 W-VALID8      PIC 9(08) VALUE ZEROS.
       01 W-JANINI      PIC 9(08) VALUE ZEROS.
       01 W-INF8        PIC 9(08) VALUE ZEROS.
       01 W-CATEXIG     PIC X(01) VALUE SPACES.
       01 W-CATNIVEL    PIC X(01) VALUE SPACES.
       01 W-CATMOTO     PIC X(01) VALUE "N".
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-MENSVENC.
          03 FILLER     PIC X(16) VALUE "CNH VENCIDA EM ".
          03 W-MVDATA   PIC 99/99/9999.
          03 FILLER     PIC X(24) VALUE SPACES.
       01 W-MENSCAT.
          03 FILLER     PIC X(13) VALUE "CATEGORIA ".
          03 W-MCCNH    PIC X(02).
          03 FILLER     PIC X(29) VALUE " NAO HABILITA VEICULO CATEG ".
          03 W-MCEXIG   PIC X(01).
          03 FILLER     PIC X(05) VALUE SPACES.
       01 W-MENSPTS.
          03 FILLER     PIC X(11) VALUE "CNH COM ".
          03 W-MPPONTOS PIC ZZ9.
          03 FILLER     PIC X(23) VALUE " PONTOS - LIMITE DE ".
          03 W-MPLIMITE PIC ZZ9.
          03 FILLER     PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 W-CNHFUNC     PIC 9(5).
       01 W-CNHPLACA    PIC X(7).
       01 W-CNHDATA     PIC 9(8).
       01 W-CNHRET      PIC X(1).
       01 W-CNHMENS     PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-CNHFUNC W-CNHPLACA W-CNHDATA
                                W-CNHRET W-CNHMENS.
       INICIO.
       R0.
           MOVE "N" TO W-CNHRET
           MOVE SPACES TO W-CNHMENS
           MOVE W-CNHDATA TO W-DTDMA8
           COMPUTE W-USO8 = (W-ANOD * 10000) + (W-MESD * 100) + W-DIAD
           COMPUTE W-JANINI = W-USO8 - 10000
           COMPUTE W-PARAMCOMP = (W-ANOD * 100) + W-MESD
           OPEN INPUT CADCNH
           IF ST-CNH NOT = "00"
              MOVE "CADCNH NAO CADASTRADO - RODE O CADCNH" TO W-CNHMENS
              GO TO ROT-FIM2.
      *
      *********************************************************
      * CNH DO FUNCIONARIO: EXISTENCIA, SUSPENSAO E VALIDADE   *
      *********************************************************
       R1.
           MOVE W-CNHFUNC TO CNH-CODFUNC
           READ CADCNH
           IF ST-CNH NOT = "00"
              MOVE "FUNCIONARIO SEM CNH CADASTRADA NO CADCNH"
                                                  TO W-CNHMENS
              GO TO ROT-FIM.
           IF CNH-SUSPENSA = "S"
              MOVE "CNH SUSPENSA OU CASSADA" TO W-CNHMENS
              GO TO ROT-FIM.
           MOVE CNH-DTVALID TO W-DTDMA8
           COMPUTE W-VALID8 = (W-ANOD * 10000) + (W-MESD * 100)
                            + W-DIAD
           IF W-VALID8 < W-USO8
              MOVE CNH-DTVALID TO W-MVDATA
              MOVE W-MENSVENC TO W-CNHMENS
              GO TO ROT-FIM.
      *
      *********************************************************
      * CATEGORIA EXIGIDA PELO VEICULO X CATEGORIA DA CNH      *
      *********************************************************
       R2.
           MOVE "B" TO W-CATEXIG
           OPEN INPUT CADCATV
           IF ST-CATV = "00"
              MOVE W-CNHPLACA TO CTV-PLACA
              READ CADCATV
              IF ST-CATV = "00"
                 MOVE CTV-CATEG TO W-CATEXIG
              END-IF
              CLOSE CADCATV.
           MOVE "N" TO W-CATMOTO
           MOVE SPACES TO W-CATNIVEL
           IF CNH-CATEG (1:1) = "A"
              MOVE "S" TO W-CATMOTO
              MOVE CNH-CATEG (2:1) TO W-CATNIVEL
           ELSE
              MOVE CNH-CATEG (1:1) TO W-CATNIVEL.
           IF W-CATEXIG = "A"
              IF W-CATMOTO = "S"
                 GO TO R3
              ELSE
                 GO TO R2-RECUSA.
           IF W-CATNIVEL NOT = SPACES AND W-CATNIVEL NOT < W-CATEXIG
              GO TO R3.
       R2-RECUSA.
           MOVE CNH-CATEG TO W-MCCNH
           MOVE W-CATEXIG TO W-MCEXIG
           MOVE W-MENSCAT TO W-CNHMENS
           GO TO ROT-FIM.
      *
      *********************************************************
      * PONTOS DAS MULTAS NOS 12 MESES ATE A DATA DE USO       *
      *********************************************************
       R3.
           MOVE 20 TO W-LIMPONTOS
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-PARAM NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 023 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-LIMPONTOS
              END-IF
              CLOSE CADPARAM.
           MOVE ZEROS TO W-PONTOS
           OPEN INPUT CADMULTA
           IF ST-MULTA NOT = "00"
              GO TO R4.
           MOVE SPACES TO MUL-PLACA
           MOVE ZEROS  TO MUL-DTINF MUL-HRINF
           START CADMULTA KEY IS NOT LESS CHAVEMULTA
                 INVALID KEY
                    GO TO R3-FIM.
       R3-RD.
           READ CADMULTA NEXT RECORD
                AT END
                   GO TO R3-FIM
           END-READ
           IF ST-MULTA NOT = "00"
              GO TO R3-FIM.
           IF MUL-CODFUNC NOT = W-CNHFUNC
              GO TO R3-RD.
           COMPUTE W-INF8 = (MUL-ANOINF * 10000)
                  + (MUL-MESINF * 100) + MUL-DIAINF
           IF W-INF8 > W-JANINI AND W-INF8 NOT > W-USO8
              ADD MUL-PONTOS TO W-PONTOS.
           GO TO R3-RD.
       R3-FIM.
           CLOSE CADMULTA.
       R4.
           IF W-PONTOS NOT < W-LIMPONTOS
              MOVE W-PONTOS    TO W-MPPONTOS
              MOVE W-LIMPONTOS TO W-MPLIMITE
              MOVE W-MENSPTS   TO W-CNHMENS
              GO TO ROT-FIM.
           MOVE "S" TO W-CNHRET.
      *
       ROT-FIM.
           CLOSE CADCNH.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-PARAM NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
