      *                          EXECUCAO (ARQEXEC) NO TERMINO, PARA
      *                          O RESUMO DIARIO DE OPERACAO
      *                          (RSPRG013).
      *  V05    10/2026  040005  MESTRE (ARQMEST) COM CURSO, SERIE E
      *                          TURMA, 60 BYTES (ACOMPANHA O RSPRG002
      *                          V25). SEM MUDANCA DE PROCESSAMENTO.
      *  V06    10/2026  040006  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES (ACOMPANHA O
      *                          RSPRG002 V26). SEM MUDANCA DE
      *                          PROCESSAMENTO.
      *  V07    10/2026  040007  GRAVACAO DOS BOLETINS LIBERADOS NO
      *                          ARQLIBR, PARA O AVISO AOS
      *                          RESPONSAVEIS (RSPRG025).
      *  V08    10/2026  040008  MESTRE (ARQMEST) COM A SITUACAO DA
      *                          MATRICULA, DATA EFETIVA E MOTIVO,
      *                          108 BYTES (ACOMPANHA O RSPRG002
      *                          V27). SEM MUDANCA DE PROCESSAMENTO.
      *  V09    10/2026  040009  ARQLIBR ACUMULADO (OPEN EXTEND) EM VEZ
      *                          DE RECRIADO A CADA EXECUCAO, PARA QUE
      *                          AS LIBERACOES DE DUAS QUITACOES ENTRE
      *                          DOIS AVISOS (RSPRG025) NAO SE PERCAM.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQLIBR   ASSIGN TO ARQLIBR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LIBR-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
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
      *-----> ARQLIBR - BOLETINS LIBERADOS (DD NO JCL), ACUMULADOS
      *       DE EXECUCAO EM EXECUCAO, BASE DO AVISO AOS RESPONSAVEIS
      *       (RSPRG025)
       FD  ARQLIBR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-LIBR          PIC X(32).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           88  FAT-FIM                               VALUE 'S'.
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE BOLETINS LIBERADOS (ARQLIBR)
       01  WS-LIBR-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

           05  WS-EXE-REJEITADOS      PIC 9(06).
           05  WS-EXE-RC              PIC 9(02).

      *-----> REGISTRO DO BOLETIM LIBERADO (ARQLIBR)
       01  WS-REG-LIBR.
           05  WS-LIB-NUM             PIC 9(04).
           05  WS-LIB-NOM             PIC X(20).
           05  WS-LIB-DATA            PIC 9(08).

      *-----> NUMERO DO ALUNO QUITADO EM PROCESSAMENTO
       01  WS-PAGO-NUM                PIC 9(04)      VALUE ZEROS.

              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           OPEN EXTEND ARQLIBR
           IF   WS-LIBR-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQLIBR
           END-IF
           ACCEPT WS-DATA-CORRENTE  FROM DATE YYYYMMDD
           PERFORM 025-LER-PAGO THRU 025-LER-PAGO-EXIT
           .
      *--------------------------------------------------------------*
              WHEN '00'
                 ADD  1  TO  WS-CT-LIBERADOS
                 PERFORM 035-IMPRIMIR-BOLETIM
                 PERFORM 038-GRAVAR-LIBERADO
              WHEN '23'
                 ADD  1  TO  WS-CT-NAO-ENCONTR
                 MOVE 'NAO ENCONTRADO NO MESTRE' TO WS-OCORR-TEXTO
           ADD   1               TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA O ALUNO COM BOLETIM LIBERADO NO ARQLIBR, PARA O
      *    AVISO AOS RESPONSAVEIS (RSPRG025)
      *--------------------------------------------------------------*
       038-GRAVAR-LIBERADO.

           MOVE  WS-MEST-NUM        TO  WS-LIB-NUM
           MOVE  WS-MEST-NOM        TO  WS-LIB-NOM
           MOVE  WS-DATA-CORRENTE   TO  WS-LIB-DATA
           WRITE WS-LINHA-LIBR FROM WS-REG-LIBR
           .
      *--------------------------------------------------------------*
      *    RELACIONA UM ALUNO QUITADO SEM BOLETIM LIBERADO, COM A
      *    OCORRENCIA (AINDA PENDENTE OU NAO ENCONTRADO NO MESTRE)
      *--------------------------------------------------------------*

           CLOSE RELLIB
           CLOSE ARQPAGOS
           CLOSE ARQLIBR
           CLOSE ARQMEST
           .
      *--------------------------------------------------------------*
