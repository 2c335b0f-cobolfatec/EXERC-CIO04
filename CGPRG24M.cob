       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG022.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PORTAO DE PRE-PASSO DOS JOBS DA SUITE. RODA COMO
      *           PRIMEIRO PASSO DE CADA JOB, COM O CARTAO DO PASSO
      *           (PROGRAMA A LIBERAR, TIPO DE LOTE E ANO/BIMESTRE)
      *           NA SYSIN. LE NA TABELA DE DEPENDENCIAS (ARQDEPE)
      *           OS PREDECESSORES EXIGIDOS PARA O PROGRAMA E, NO
      *           CONTROLE DE EXECUCAO (ARQEXEC), A ULTIMA EXECUCAO
      *           DE CADA UM NO ESCOPO EXIGIDO (MESMO DIA OU MESMO
      *           ANO/BIMESTRE). PREDECESSOR AUSENTE OU COM RC ACIMA
      *           DO MAXIMO ACEITO BLOQUEIA O JOB (RC 12) COM A
      *           LINHA DE EXPLICACAO, ANTES DO PASSO REAL. A
      *           LIBERACAO DE EMERGENCIA SO SE FAZ COM O CARTAO DE
      *           OVERRIDE (RC 4), QUE FICA REGISTRADO NO ARQEXEC
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  210001  PROGRAMA DE PORTAO DE PRE-PASSO
      *                          (DEPENDENCIAS X ARQEXEC) CRIADO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT RELPORT   ASSIGN TO RELPORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQDEPE   ASSIGN TO ARQDEPE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DEPE-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELPORT - DECISAO DO PORTAO (IMPRESSAO)
       FD  RELPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELPORT      PIC X(132).
      *-----> ARQDEPE - TABELA DE DEPENDENCIAS DOS PROGRAMAS (DD NO
      *       JCL): UM REGISTRO POR PREDECESSOR EXIGIDO
       FD  ARQDEPE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-DEPE          PIC X(21).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       LIDO PARA A AVALIACAO E ESTENDIDO COM O REGISTRO DA
      *       DECISAO DO PORTAO
       FD  ARQEXEC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-EXEC          PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADAS NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CT-DEPE-LIDOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EXEC-LIDOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ATENDIDOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-PENDENTES        PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-DEPE-STATUS             PIC X(02)      VALUE '00'.
       01  WS-DEPE-FIM                PIC X(01)      VALUE 'N'.
           88  DEPE-FIM                              VALUE 'S'.
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.
       01  WS-EXEC-FIM                PIC X(01)      VALUE 'N'.
           88  EXEC-FIM                              VALUE 'S'.

      *-----> DATA/HORA DA EXECUCAO
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-CORRENTE-X.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).

      *-----> REGISTRO DE CONTROLE DE EXECUCAO (ARQEXEC). NO
      *       REGISTRO GRAVADO PELO PORTAO: TIPO L=LIBERADO
      *       B=BLOQUEADO O=LIBERADO POR OVERRIDE; LIDOS = NUMERO
      *       DO PROGRAMA AVALIADO (NNN DE RSPRGNNN); ACEITOS E
      *       REJEITADOS = PREDECESSORES ATENDIDOS E PENDENTES
       01  WS-REG-EXEC.
           05  WS-EXE-PROGRAMA        PIC X(08).
           05  WS-EXE-DATA            PIC 9(08).
           05  WS-EXE-HORA            PIC 9(06).
           05  WS-EXE-ANO             PIC 9(04).
           05  WS-EXE-BIM             PIC 9(01).
           05  WS-EXE-TIPO            PIC X(01).
           05  WS-EXE-LIDOS           PIC 9(06).
           05  WS-EXE-ACEITOS         PIC 9(06).
           05  WS-EXE-REJEITADOS      PIC 9(06).
           05  WS-EXE-RC              PIC 9(02).

      *-----> ENTRADA - CARTAO DO PASSO (SYSIN): PROGRAMA A LIBERAR,
      *       TIPO DE LOTE (BRANCO SE O PROGRAMA NAO TEM) E ANO/
      *       BIMESTRE DO LOTE (EXIGIDOS SO PELAS DEPENDENCIAS DE
      *       ESCOPO ANO/BIMESTRE)
       01  WS-REG-CARTAO.
           05  WS-CRT-PROGRAMA        PIC X(08).
           05  WS-CRT-PROGRAMA-R REDEFINES WS-CRT-PROGRAMA.
               10  WS-CRT-PRG-PREFIXO PIC X(05).
               10  WS-CRT-PRG-NUMERO  PIC 9(03).
           05  WS-CRT-TIPO            PIC X(01).
           05  WS-CRT-ANO             PIC X(04).
           05  WS-CRT-ANO-N REDEFINES WS-CRT-ANO
                                      PIC 9(04).
           05  WS-CRT-BIM             PIC X(01).
           05  WS-CRT-BIM-N REDEFINES WS-CRT-BIM
                                      PIC 9(01).
           05  FILLER                 PIC X(66).

      *-----> ENTRADA - CARTAO DE OVERRIDE (SYSIN, OPCIONAL, APOS O
      *       CARTAO DO PASSO): 'OVERRIDE' + PROGRAMA LIBERADO +
      *       RESPONSAVEL PELA LIBERACAO + MOTIVO
       01  WS-REG-OVERRIDE.
           05  WS-OVR-IDENT           PIC X(08).
               88  OVR-CARTAO-OVERRIDE               VALUE 'OVERRIDE'.
           05  WS-OVR-PROGRAMA        PIC X(08).
           05  WS-OVR-RESPONSAVEL     PIC X(20).
           05  WS-OVR-MOTIVO          PIC X(40).
           05  FILLER                 PIC X(04).

      *-----> SITUACAO DO CARTAO DE OVERRIDE
       01  WS-IND-OVERRIDE            PIC X(01)      VALUE 'N'.
           88  OVERRIDE-INFORMADO                    VALUE 'S'.

      *-----> PARAMETROS DO PASSO AVALIADO
       01  WS-AREA-PASSO.
           05  WS-ANO-PASSO           PIC 9(04)      VALUE ZEROS.
           05  WS-BIM-PASSO           PIC 9(01)      VALUE ZEROS.
           05  WS-NUM-PROGRAMA        PIC 9(03)      VALUE ZEROS.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DE DEPENDENCIA:
      *       PROGRAMA + TIPO DE LOTE DO PROGRAMA (BRANCO = QUALQUER)
      *       + PREDECESSOR + TIPO DE LOTE DO PREDECESSOR (BRANCO =
      *       QUALQUER) + RC MAXIMO ACEITO + ESCOPO (D=MESMO DIA
      *       P=MESMO ANO/BIMESTRE DO PASSO)
       01  WS-REG-DEPE.
           05  WS-DEP-PROGRAMA        PIC X(08).
           05  WS-DEP-TIPO            PIC X(01).
           05  WS-DEP-PREDECESSOR     PIC X(08).
           05  WS-DEP-PRED-TIPO       PIC X(01).
           05  WS-DEP-RC-MAX          PIC 9(02).
           05  WS-DEP-ESCOPO          PIC X(01).
               88  DEP-MESMO-DIA                     VALUE 'D'.
               88  DEP-MESMO-PERIODO                 VALUE 'P'.

      *-----> PREDECESSORES EXIGIDOS PARA O PASSO E A ULTIMA
      *       EXECUCAO DE CADA UM NO ESCOPO. SITUACAO: A=ATENDIDO
      *       N=NAO EXECUTADO R=RC ACIMA DO MAXIMO
       01  WS-TAB-DEPENDENCIAS.
           05  WS-QTD-DEP             PIC 9(02)      VALUE ZEROS.
           05  WS-DEP-OCR OCCURS 30 TIMES
                                      INDEXED BY WS-IX-DEP.
               10  WS-TD-PREDECESSOR  PIC X(08).
               10  WS-TD-PRED-TIPO    PIC X(01).
               10  WS-TD-RC-MAX       PIC 9(02).
               10  WS-TD-ESCOPO       PIC X(01).
               10  WS-TD-ACHOU        PIC X(01).
               10  WS-TD-DATA         PIC 9(08).
               10  WS-TD-HORA         PIC 9(06).
               10  WS-TD-RC           PIC 9(02).
               10  WS-TD-SITUACAO     PIC X(01).

      *-----> DECISAO DO PORTAO
       01  WS-DECISAO                 PIC X(01)      VALUE 'L'.
           88  DECISAO-LIBERADO                      VALUE 'L'.
           88  DECISAO-BLOQUEADO                     VALUE 'B'.
           88  DECISAO-OVERRIDE                      VALUE 'O'.

      *-----> RETURN CODES DO PORTAO: BLOQUEIO E LIBERACAO POR
      *       OVERRIDE (O CANCELAMENTO POR ERRO DE CONTROLE E RC 16)
       77  WS-RC-BLOQUEIO             PIC 9(02)      VALUE 12.
       77  WS-RC-OVERRIDE             PIC 9(02)      VALUE 04.

      *-----> LAYOUTS DO RELATORIO DO PORTAO (RELPORT)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG022'.
           05  FILLER              PIC X(40) VALUE
               'PORTAO DE PRE-PASSO'.
           05  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
           05  WS-CAB-PROGRAMA     PIC X(08).
           05  FILLER              PIC X(07) VALUE '  TIPO '.
           05  WS-CAB-TIPO         PIC X(01).
           05  FILLER              PIC X(11) VALUE '  ANO/BIM: '.
           05  WS-CAB-ANO          PIC X(04).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-CAB-BIM          PIC X(01).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(12) VALUE 'PREDECESSOR'.
           05  FILLER              PIC X(05) VALUE 'TIPO'.
           05  FILLER              PIC X(08) VALUE 'ESCOPO'.
           05  FILLER              PIC X(08) VALUE 'RC MAX'.
           05  FILLER              PIC X(10) VALUE 'ULT.EXEC'.
           05  FILLER              PIC X(08) VALUE 'HORA'.
           05  FILLER              PIC X(04) VALUE 'RC'.
           05  FILLER              PIC X(77) VALUE 'SITUACAO'.

       01  WS-LINHA-DETALHE.
           05  WS-DET-PREDECESSOR  PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-PRED-TIPO    PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-ESCOPO       PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-RC-MAX       PIC 9(02).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WS-DET-DATA         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-HORA         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-RC           PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-SITUACAO     PIC X(40).
           05  FILLER              PIC X(37) VALUE SPACES.

      *-----> CAMPO EDITADO DO RC DA ULTIMA EXECUCAO
       01  WS-RC-ED                   PIC 99.

      *-----> LINHA DE USO GERAL PARA A DECISAO E OS TOTAIS
       01  WS-LINHA-RESUMO           PIC X(132)     VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG022.

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-DEPENDENCIAS
           PERFORM 030-LER-EXECUCOES THRU 030-LER-EXECUCOES-EXIT
           PERFORM 050-AVALIAR-DEPENDENCIAS
           PERFORM 060-DECIDIR
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELPORT
           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           PERFORM 017-LER-CARTAO THRU 017-LER-CARTAO-EXIT
           WRITE WS-LINHA-RELPORT FROM WS-CAB-01
           WRITE WS-LINHA-RELPORT FROM SPACES
           WRITE WS-LINHA-RELPORT FROM WS-CAB-02
           WRITE WS-LINHA-RELPORT FROM SPACES
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DO PASSO E O CARTAO DE OVERRIDE OPCIONAL
      *    (SYSIN). CARTAO DO PASSO SEM PROGRAMA, COM ANO/BIMESTRE
      *    NAO NUMERICO OU SEGUNDO CARTAO QUE NAO SEJA OVERRIDE
      *    CANCELA O PORTAO (RC 16), O QUE TAMBEM PARA O JOB
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           MOVE SPACES  TO  WS-REG-CARTAO
           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-PROGRAMA = SPACES
              DISPLAY ' * ERRO - CARTAO DO PASSO SEM PROGRAMA; '
                 'JOB PARADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE WS-CRT-PROGRAMA  TO  WS-CAB-PROGRAMA
           MOVE WS-CRT-TIPO      TO  WS-CAB-TIPO
           MOVE WS-CRT-ANO       TO  WS-CAB-ANO
           MOVE WS-CRT-BIM       TO  WS-CAB-BIM
           IF   WS-CRT-PRG-NUMERO NUMERIC
              MOVE WS-CRT-PRG-NUMERO  TO  WS-NUM-PROGRAMA
           END-IF

           IF   WS-CRT-ANO NOT = SPACES
              IF   WS-CRT-ANO-N NOT NUMERIC
                 DISPLAY ' * ERRO - CARTAO DO PASSO COM ANO NAO '
                    'NUMERICO; JOB PARADO *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-ANO-N  TO  WS-ANO-PASSO
           END-IF
           IF   WS-CRT-BIM NOT = SPACE
              IF   WS-CRT-BIM-N NOT NUMERIC
                 DISPLAY ' * ERRO - CARTAO DO PASSO COM BIMESTRE '
                    'NAO NUMERICO; JOB PARADO *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-BIM-N  TO  WS-BIM-PASSO
           END-IF

           MOVE SPACES  TO  WS-REG-OVERRIDE
           ACCEPT WS-REG-OVERRIDE  FROM SYSIN
           IF   WS-REG-OVERRIDE = SPACES
            OR  WS-REG-OVERRIDE = ALL '9'
              GO TO 017-LER-CARTAO-EXIT
           END-IF
           IF   NOT OVR-CARTAO-OVERRIDE
              DISPLAY ' * ERRO - SEGUNDO CARTAO NAO E UM CARTAO DE '
                 'OVERRIDE; JOB PARADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           IF   WS-OVR-PROGRAMA NOT = WS-CRT-PROGRAMA
            OR  WS-OVR-RESPONSAVEL = SPACES
            OR  WS-OVR-MOTIVO = SPACES
              DISPLAY ' * ERRO - CARTAO DE OVERRIDE SEM O MESMO '
                 'PROGRAMA DO PASSO, RESPONSAVEL OU MOTIVO; JOB '
                 'PARADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE 'S'  TO  WS-IND-OVERRIDE
           .
       017-LER-CARTAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    ENCERRA O PORTAO COM RC 16 (JOB PARADO), POR CARTAO OU
      *    TABELA DE DEPENDENCIAS AUSENTE/INVALIDA. O CANCELAMENTO
      *    FICA REGISTRADO NO ARQEXEC COMO BLOQUEIO
      *--------------------------------------------------------------*
       018-ABORTAR-CONTROLE.

           CLOSE RELPORT
           MOVE 'B'  TO  WS-DECISAO
           MOVE 16   TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CARREGA DA TABELA DE DEPENDENCIAS (ARQDEPE) OS
      *    PREDECESSORES DO PROGRAMA DO PASSO (TIPO DE LOTE DA
      *    DEPENDENCIA EM BRANCO VALE PARA QUALQUER TIPO). TABELA
      *    AUSENTE OU REGISTRO INVALIDO PARA O JOB (RC 16): O
      *    PORTAO NUNCA LIBERA SEM SABER O QUE EXIGIR
      *--------------------------------------------------------------*
       020-CARREGAR-DEPENDENCIAS.

           OPEN INPUT ARQDEPE
           IF   WS-DEPE-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQDEPE NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-DEPE-STATUS '; JOB PARADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           PERFORM 021-LER-DEPENDENCIA THRU 021-LER-DEPENDENCIA-EXIT
              UNTIL DEPE-FIM
           CLOSE ARQDEPE
           .
       021-LER-DEPENDENCIA.

           READ ARQDEPE INTO WS-REG-DEPE
              AT END
                 MOVE 'S'  TO  WS-DEPE-FIM
                 GO TO 021-LER-DEPENDENCIA-EXIT
           END-READ
           ADD 1  TO  WS-CT-DEPE-LIDOS

           IF   WS-DEP-PROGRAMA NOT = WS-CRT-PROGRAMA
              GO TO 021-LER-DEPENDENCIA-EXIT
           END-IF
           IF   WS-DEP-TIPO NOT = SPACE
            AND WS-DEP-TIPO NOT = WS-CRT-TIPO
              GO TO 021-LER-DEPENDENCIA-EXIT
           END-IF

           IF   WS-DEP-PREDECESSOR = SPACES
            OR  WS-DEP-RC-MAX NOT NUMERIC
            OR  (NOT DEP-MESMO-DIA AND NOT DEP-MESMO-PERIODO)
              DISPLAY ' * ERRO - DEPENDENCIA INVALIDA NO ARQDEPE - '
                 'SEQUENCIA ' WS-CT-DEPE-LIDOS '; JOB PARADO *'
              CLOSE ARQDEPE
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           IF   WS-QTD-DEP < 30
              ADD  1                   TO  WS-QTD-DEP
              SET  WS-IX-DEP           TO  WS-QTD-DEP
              MOVE WS-DEP-PREDECESSOR  TO  WS-TD-PREDECESSOR
                                                        (WS-IX-DEP)
              MOVE WS-DEP-PRED-TIPO    TO  WS-TD-PRED-TIPO (WS-IX-DEP)
              MOVE WS-DEP-RC-MAX       TO  WS-TD-RC-MAX    (WS-IX-DEP)
              MOVE WS-DEP-ESCOPO       TO  WS-TD-ESCOPO    (WS-IX-DEP)
              MOVE 'N'                 TO  WS-TD-ACHOU     (WS-IX-DEP)
              MOVE ZEROS               TO  WS-TD-DATA      (WS-IX-DEP)
              MOVE ZEROS               TO  WS-TD-HORA      (WS-IX-DEP)
              MOVE ZEROS               TO  WS-TD-RC        (WS-IX-DEP)
              MOVE 'N'                 TO  WS-TD-SITUACAO  (WS-IX-DEP)
           ELSE
              DISPLAY ' * ERRO - MAIS DE 30 PREDECESSORES PARA O '
                 'PROGRAMA NO ARQDEPE; JOB PARADO *'
              CLOSE ARQDEPE
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       021-LER-DEPENDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    PERCORRE O CONTROLE DE EXECUCAO (ARQEXEC), NA ORDEM DE
      *    GRAVACAO, GUARDANDO PARA CADA PREDECESSOR A ULTIMA
      *    EXECUCAO NO ESCOPO EXIGIDO (UMA REEXECUCAO CORRETA
      *    SUBSTITUI A QUE FALHOU). ARQEXEC AUSENTE DEIXA TODOS OS
      *    PREDECESSORES COMO NAO EXECUTADOS
      *--------------------------------------------------------------*
       030-LER-EXECUCOES.

           IF   WS-QTD-DEP = ZEROS
              GO TO 030-LER-EXECUCOES-EXIT
           END-IF
           OPEN INPUT ARQEXEC
           IF   WS-EXEC-STATUS = '00'
              PERFORM 031-LER-EXECUCAO THRU 031-LER-EXECUCAO-EXIT
                 UNTIL EXEC-FIM
              CLOSE ARQEXEC
           END-IF
           .
       030-LER-EXECUCOES-EXIT.
           EXIT.
       031-LER-EXECUCAO.

           READ ARQEXEC INTO WS-REG-EXEC
              AT END
                 MOVE 'S'  TO  WS-EXEC-FIM
                 GO TO 031-LER-EXECUCAO-EXIT
           END-READ
           ADD 1  TO  WS-CT-EXEC-LIDOS
           PERFORM 032-CONFRONTAR-EXECUCAO
              VARYING WS-IX-DEP FROM 1 BY 1
              UNTIL WS-IX-DEP > WS-QTD-DEP
           .
       031-LER-EXECUCAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    GUARDA A EXECUCAO LIDA NO PREDECESSOR, SE FOR DELE, DO
      *    TIPO DE LOTE EXIGIDO E DENTRO DO ESCOPO: MESMO DIA DA
      *    EXECUCAO DO PORTAO OU MESMO ANO/BIMESTRE DO PASSO
      *--------------------------------------------------------------*
       032-CONFRONTAR-EXECUCAO.

           IF   WS-EXE-PROGRAMA = WS-TD-PREDECESSOR (WS-IX-DEP)
            AND (WS-TD-PRED-TIPO (WS-IX-DEP) = SPACE
                 OR WS-TD-PRED-TIPO (WS-IX-DEP) = WS-EXE-TIPO)
              IF  (WS-TD-ESCOPO (WS-IX-DEP) = 'D'
                   AND WS-EXE-DATA = WS-DATA-CORRENTE)
               OR (WS-TD-ESCOPO (WS-IX-DEP) = 'P'
                   AND WS-EXE-ANO = WS-ANO-PASSO
                   AND WS-EXE-BIM = WS-BIM-PASSO)
                 MOVE 'S'          TO  WS-TD-ACHOU (WS-IX-DEP)
                 MOVE WS-EXE-DATA  TO  WS-TD-DATA  (WS-IX-DEP)
                 MOVE WS-EXE-HORA  TO  WS-TD-HORA  (WS-IX-DEP)
                 MOVE WS-EXE-RC    TO  WS-TD-RC    (WS-IX-DEP)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIA CADA PREDECESSOR PELA ULTIMA EXECUCAO ENCONTRADA
      *    E IMPRIME A LINHA DE EXPLICACAO NO RELPORT
      *--------------------------------------------------------------*
       050-AVALIAR-DEPENDENCIAS.

           IF   WS-QTD-DEP = ZEROS
              STRING ' * NENHUMA DEPENDENCIA CADASTRADA PARA O '
                 'PROGRAMA/TIPO DE LOTE NO ARQDEPE'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           ELSE
              PERFORM 051-AVALIAR-PREDECESSOR
                 VARYING WS-IX-DEP FROM 1 BY 1
                 UNTIL WS-IX-DEP > WS-QTD-DEP
           END-IF
           .
       051-AVALIAR-PREDECESSOR.

           MOVE WS-TD-PREDECESSOR (WS-IX-DEP)  TO  WS-DET-PREDECESSOR
           MOVE WS-TD-PRED-TIPO   (WS-IX-DEP)  TO  WS-DET-PRED-TIPO
           MOVE WS-TD-RC-MAX      (WS-IX-DEP)  TO  WS-DET-RC-MAX
           IF   WS-TD-ESCOPO (WS-IX-DEP) = 'D'
              MOVE 'DIA'      TO  WS-DET-ESCOPO
           ELSE
              MOVE 'ANO/BIM'  TO  WS-DET-ESCOPO
           END-IF

           EVALUATE TRUE
              WHEN WS-TD-ACHOU (WS-IX-DEP) NOT = 'S'
                 MOVE 'N'       TO  WS-TD-SITUACAO (WS-IX-DEP)
                 MOVE SPACES    TO  WS-DET-DATA
                 MOVE SPACES    TO  WS-DET-HORA
                 MOVE SPACES    TO  WS-DET-RC
                 IF   WS-TD-ESCOPO (WS-IX-DEP) = 'D'
                    MOVE 'BLOQUEIA - NAO EXECUTADO NO DIA'
                                TO  WS-DET-SITUACAO
                 ELSE
                    MOVE 'BLOQUEIA - NAO EXECUTADO NO ANO/BIMESTRE'
                                TO  WS-DET-SITUACAO
                 END-IF
                 ADD 1          TO  WS-CT-PENDENTES
              WHEN WS-TD-RC (WS-IX-DEP) > WS-TD-RC-MAX (WS-IX-DEP)
                 MOVE 'R'       TO  WS-TD-SITUACAO (WS-IX-DEP)
                 PERFORM 052-MOVER-EXECUCAO
                 MOVE 'BLOQUEIA - ULTIMA EXECUCAO COM RC ACIMA'
                                TO  WS-DET-SITUACAO
                 ADD 1          TO  WS-CT-PENDENTES
              WHEN OTHER
                 MOVE 'A'       TO  WS-TD-SITUACAO (WS-IX-DEP)
                 PERFORM 052-MOVER-EXECUCAO
                 MOVE 'ATENDIDO'
                                TO  WS-DET-SITUACAO
                 ADD 1          TO  WS-CT-ATENDIDOS
           END-EVALUATE

           WRITE WS-LINHA-RELPORT FROM WS-LINHA-DETALHE
           .
       052-MOVER-EXECUCAO.

           MOVE WS-TD-DATA (WS-IX-DEP)  TO  WS-DET-DATA
           MOVE WS-TD-HORA (WS-IX-DEP)  TO  WS-DET-HORA
           MOVE WS-TD-RC   (WS-IX-DEP)  TO  WS-RC-ED
           MOVE WS-RC-ED                TO  WS-DET-RC
           .
      *--------------------------------------------------------------*
      *    DECIDE: SEM PENDENCIA LIBERA (RC 0); COM PENDENCIA
      *    BLOQUEIA (RC 12), SALVO CARTAO DE OVERRIDE, QUE LIBERA
      *    COM RC 4 E FICA REGISTRADO NO ARQEXEC
      *--------------------------------------------------------------*
       060-DECIDIR.

           WRITE WS-LINHA-RELPORT FROM SPACES
           EVALUATE TRUE
              WHEN WS-CT-PENDENTES = ZEROS
                 MOVE 'L'  TO  WS-DECISAO
                 MOVE ZEROS  TO  RETURN-CODE
                 STRING ' * LIBERADO - TODOS OS PREDECESSORES '
                    'ATENDIDOS'
                    DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                 IF   OVERRIDE-INFORMADO
                    DISPLAY ' * ATENCAO - CARTAO DE OVERRIDE '
                       'DESNECESSARIO, NAO UTILIZADO *'
                 END-IF
              WHEN OVERRIDE-INFORMADO
                 MOVE 'O'  TO  WS-DECISAO
                 MOVE WS-RC-OVERRIDE  TO  RETURN-CODE
                 STRING ' * LIBERADO POR OVERRIDE DE '
                    WS-OVR-RESPONSAVEL ' - ' WS-OVR-MOTIVO
                    DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              WHEN OTHER
                 MOVE 'B'  TO  WS-DECISAO
                 MOVE WS-RC-BLOQUEIO  TO  RETURN-CODE
                 STRING ' * BLOQUEADO - ' WS-CT-PENDENTES
                    ' PREDECESSOR(ES) PENDENTE(S); O PASSO '
                    WS-CRT-PROGRAMA ' NAO DEVE SER EXECUTADO'
                    DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           END-EVALUATE
           DISPLAY WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELPORT UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELPORT  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: TOTAIS DE CONTROLE E REGISTRO DA
      *    DECISAO NO ARQEXEC
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG022        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PROGRAMA AVALIADO           = '
              WS-CRT-PROGRAMA
           DISPLAY ' * DEPENDENCIAS LIDAS- ARQDEPE = '
              WS-CT-DEPE-LIDOS
           DISPLAY ' * EXECUCOES LIDAS   - ARQEXEC = '
              WS-CT-EXEC-LIDOS
           DISPLAY ' * PREDECESSORES ATENDIDOS     = '
              WS-CT-ATENDIDOS
           DISPLAY ' * PREDECESSORES PENDENTES     = '
              WS-CT-PENDENTES
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELPORT
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DA DECISAO DO PORTAO NO ARQEXEC (TIPO
      *    L/B/O, NUMERO DO PROGRAMA AVALIADO EM LIDOS), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013) E A AUDITORIA DOS
      *    OVERRIDES
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           MOVE 'RSPRG022'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE WS-ANO-PASSO        TO  WS-EXE-ANO
           MOVE WS-BIM-PASSO        TO  WS-EXE-BIM
           MOVE WS-DECISAO          TO  WS-EXE-TIPO
           MOVE WS-NUM-PROGRAMA     TO  WS-EXE-LIDOS
           MOVE WS-CT-ATENDIDOS     TO  WS-EXE-ACEITOS
           MOVE WS-CT-PENDENTES     TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG022 <-------------------*
