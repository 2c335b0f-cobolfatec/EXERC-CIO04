       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG029.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONVERSAO UNICA DO ARQUIVO MESTRE DE ALUNOS PARA O
      *           LAYOUT DE 108 BYTES (CURSO, SERIE, TURMA, SEXO,
      *           DATA DE NASCIMENTO E SITUACAO DA MATRICULA). LE O
      *           MESTRE NO LAYOUT ORIGINAL DE 45 BYTES (ARQMESA, O
      *           CLUSTER ANTIGO) E GRAVA CADA ALUNO NO MESTRE NOVO
      *           (ARQMEST, CLUSTER DE 108 BYTES ALOCADO VAZIO), COM
      *           AS NOTAS, MEDIA E SITUACAO PRESERVADAS, CURSO,
      *           TURMA, SEXO E MOTIVO EM BRANCO, SERIE, NASCIMENTO E
      *           DATA DA SITUACAO ZERADOS E A MATRICULA ATIVA ('A').
      *           SEQUENCIA DE IMPLANTACAO: CORTE DO JORNAL (RSPRG011)
      *           COM DATA DE CORTE NA DATA DA CONVERSAO, PARA QUE
      *           TODO O JORNAL NO LAYOUT ANTIGO VA PARA A GERACAO DE
      *           ARQUIVO E O JORNAL VIVO NOVO COMECE VAZIO; EM
      *           SEGUIDA ESTA CONVERSAO; DEPOIS O CLUSTER NOVO
      *           SUBSTITUI O ANTIGO NO DD ARQMEST DOS DEMAIS JOBS.
      *           CURSO/SERIE/TURMA SAO COMPLETADOS PELO RSPRG003 OU
      *           PELA CARGA DO RSPRG009. QUALQUER ERRO DE GRAVACAO
      *           CANCELA A CONVERSAO (RC 16): O CLUSTER NOVO DEVE
      *           SER REALOCADO VAZIO E A CONVERSAO REPETIDA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  280001  PROGRAMA DE CONVERSAO DO ARQMEST
      *                          (45 PARA 108 BYTES) CRIADO.
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
           SELECT ARQMESA   ASSIGN TO ARQMESA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WS-MESA-NUM
               FILE STATUS  IS WS-MESA-STATUS.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> ARQMESA - MESTRE DE ALUNOS NO LAYOUT ORIGINAL (VSAM
      *       KSDS DE 45 BYTES, DD NO JCL)
       FD  ARQMESA
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-MESA.
           05  WS-MESA-NUM        PIC 9(04).
           05  WS-MESA-NOM        PIC X(20).
           05  WS-MESA-NOT1       PIC S9(02)V99.
           05  WS-MESA-NOT2       PIC S9(02)V99.
           05  WS-MESA-NOT3       PIC S9(02)V99.
           05  WS-MESA-NOT4       PIC S9(02)V99.
           05  WS-MESA-MEDIA      PIC S9(02)V99.
           05  WS-MESA-SITUACAO   PIC X(01).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO
      *       JCL); DEVE SER ALOCADO VAZIO PARA A CONVERSAO
       FD  ARQMEST
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-MESTRE.
           05  WS-MEST-NUM        PIC 9(04).
           05  WS-MEST-NOM        PIC X(20).
           05  WS-MEST-NOT1       PIC S9(02)V99.
           05  WS-MEST-NOT2       PIC S9(02)V99.
           05  WS-MEST-NOT3       PIC S9(02)V99.
           05  WS-MEST-NOT4       PIC S9(02)V99.
           05  WS-MEST-MEDIA      PIC S9(02)V99.
           05  WS-MEST-SITUACAO   PIC X(01).
               88  MEST-APROVADO             VALUE 'A'.
               88  MEST-REPROVADO            VALUE 'R'.
               88  MEST-REPROV-FALTA         VALUE 'F'.
           05  WS-MEST-CUR        PIC X(12).
           05  WS-MEST-SERIE      PIC 9(01).
           05  WS-MEST-TURMA      PIC X(02).
           05  WS-MEST-SEXO       PIC X(01).
           05  WS-MEST-DATA-NASC  PIC 9(08).
           05  WS-MEST-SIT-MAT    PIC X(01).
               88  MEST-ATIVO                VALUE 'A' ' '.
               88  MEST-TRANSFERIDO          VALUE 'T'.
               88  MEST-TRANCADO             VALUE 'M'.
               88  MEST-ABANDONO             VALUE 'B'.
               88  MEST-CONCLUIDO            VALUE 'C'.
           05  WS-MEST-DATA-SIT   PIC 9(08).
           05  WS-MEST-MOTIVO-SIT PIC X(30).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
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
           05  WS-CT-LIDOS            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-GRAVADOS         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REJEITADOS       PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-MESA-STATUS             PIC X(02)      VALUE '00'.
       01  WS-MESA-FIM                PIC X(01)      VALUE 'N'.
           88  MESA-FIM                              VALUE 'S'.
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO, PARA O REGISTRO DO ARQEXEC
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-CORRENTE-X.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).

      *-----> REGISTRO DE CONTROLE DE EXECUCAO (ARQEXEC), GRAVADO
      *       NO TERMINO PARA O RESUMO DIARIO DE OPERACAO
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

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG029.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL MESA-FIM
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS: O MESTRE ANTIGO DEVE EXISTIR E O
      *    NOVO DEVE ESTAR ALOCADO VAZIO
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN INPUT ARQMESA
           IF   WS-MESA-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMESA NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MESA-STATUS ' *'
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           OPEN OUTPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'GRAVACAO - FS ' WS-MEST-STATUS ' *'
              CLOSE ARQMESA
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           PERFORM 025-LER-MESTRE-ANTIGO THRU
              025-LER-MESTRE-ANTIGO-EXIT
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO ALUNO DO MESTRE ANTIGO, NA ORDEM DA CHAVE
      *--------------------------------------------------------------*
       025-LER-MESTRE-ANTIGO.

           READ ARQMESA
              AT END
                 MOVE 'S'  TO  WS-MESA-FIM
                 GO TO 025-LER-MESTRE-ANTIGO-EXIT
           END-READ
           ADD 1  TO  WS-CT-LIDOS
           .
       025-LER-MESTRE-ANTIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTA O ALUNO NO LAYOUT NOVO E O GRAVA NO MESTRE NOVO;
      *    ERRO DE GRAVACAO CANCELA A CONVERSAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-MESA-NUM         TO  WS-MEST-NUM
           MOVE WS-MESA-NOM         TO  WS-MEST-NOM
           MOVE WS-MESA-NOT1        TO  WS-MEST-NOT1
           MOVE WS-MESA-NOT2        TO  WS-MEST-NOT2
           MOVE WS-MESA-NOT3        TO  WS-MEST-NOT3
           MOVE WS-MESA-NOT4        TO  WS-MEST-NOT4
           MOVE WS-MESA-MEDIA       TO  WS-MEST-MEDIA
           MOVE WS-MESA-SITUACAO    TO  WS-MEST-SITUACAO
           MOVE SPACES              TO  WS-MEST-CUR
           MOVE ZEROS               TO  WS-MEST-SERIE
           MOVE SPACES              TO  WS-MEST-TURMA
           MOVE SPACES              TO  WS-MEST-SEXO
           MOVE ZEROS               TO  WS-MEST-DATA-NASC
           MOVE 'A'                 TO  WS-MEST-SIT-MAT
           MOVE ZEROS               TO  WS-MEST-DATA-SIT
           MOVE SPACES              TO  WS-MEST-MOTIVO-SIT

           WRITE WS-REG-MESTRE
           IF   WS-MEST-STATUS NOT = '00'
              ADD 1  TO  WS-CT-REJEITADOS
              DISPLAY ' * ERRO - GRAVACAO DO ALUNO ' WS-MEST-NUM
                 ' NO ARQMEST - FS ' WS-MEST-STATUS
                 '; CONVERSAO CANCELADA *'
              PERFORM 090-TERMINAR
              STOP RUN
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS

           PERFORM 025-LER-MESTRE-ANTIGO THRU
              025-LER-MESTRE-ANTIGO-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF   WS-CT-REJEITADOS > ZEROS
              MOVE 16  TO  RETURN-CODE
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG029        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS - ARQMESA   = ' WS-CT-LIDOS
           DISPLAY ' * REGISTROS GRAVADOS - ARQMEST= ' WS-CT-GRAVADOS
           DISPLAY ' * ERROS DE GRAVACAO           = ' WS-CT-REJEITADOS
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE ARQMESA
           CLOSE ARQMEST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, TOTAIS E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013). A CONVERSAO NAO
      *    TEM LOTE: ANO/BIMESTRE ZERADOS E TIPO EM BRANCO
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG029'        TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE  TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE  TO  WS-EXE-HORA
           MOVE ZEROS             TO  WS-EXE-ANO
           MOVE ZEROS             TO  WS-EXE-BIM
           MOVE SPACES            TO  WS-EXE-TIPO
           MOVE WS-CT-LIDOS       TO  WS-EXE-LIDOS
           MOVE WS-CT-GRAVADOS    TO  WS-EXE-ACEITOS
           MOVE WS-CT-REJEITADOS  TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE       TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG029 <-------------------*
