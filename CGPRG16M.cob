      * ------  -------  ------  ------  -------------------------   *
      *  V01    09/2026  130001  PROGRAMA DE APURACAO DA FREQUENCIA
      *                          (ARQCHAM -> ARQFREQ) CRIADO.
      *  V02    10/2026  130002  CONSULTA AO MESTRE (ARQMEST, 108
      *                          BYTES, COM A SITUACAO DA MATRICULA):
      *                          DIA DE AULA POSTERIOR A DATA EFETIVA
      *                          DE ALUNO TRANSFERIDO, TRANCADO, QUE
      *                          ABANDONOU OU CONCLUIU E IGNORADO; SEM
      *                          NENHUM DIA A APURAR O ALUNO FICA FORA
      *                          DO ARQFREQ. MESTRE INDISPONIVEL
      *                          CANCELA A APURACAO (RC 16).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               FILE STATUS  IS WS-CHAM-STATUS.
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO JCL)
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
           05  WS-CT-LIDOS            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REJEITADOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALUNOS           PIC 9(06)      VALUE ZEROS.
           05  WS-CT-IGNORADOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SEM-DIAS         PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-CHAM-STATUS             PIC X(02)      VALUE '00'.
       01  WS-CHAM-FIM                PIC X(01)      VALUE 'N'.
           88  CHAM-FIM                              VALUE 'S'.
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO, PARA O REGISTRO DO ARQEXEC
       01  WS-AREA-EXECUCAO.
           05  WS-FREQ-PCT-OUT        PIC 9(03).

      *-----> TABELA DE APURACAO POR ALUNO: DIAS PRESENTES E DIAS
      *       DE FALTA NO PERIODO, MAIS A DATA EFETIVA DA MATRICULA
      *       ENCERRADA (ZEROS = MATRICULA ATIVA OU ALUNO FORA DO
      *       MESTRE), LIDA UMA VEZ POR ALUNO. EXCEDER O LIMITE
      *       CANCELA A APURACAO (RC 16), PARA NAO GRAVAR ARQFREQ SEM
      *       PARTE DOS ALUNOS
       01  WS-TAB-APURACAO.
           05  WS-QTD-ALUNOS          PIC 9(06)      VALUE ZEROS.
           05  WS-APU-OCR OCCURS 5000 TIMES
               10  WS-TA-NUM          PIC 9(04).
               10  WS-TA-PRESENTES    PIC 9(04).
               10  WS-TA-FALTAS       PIC 9(04).
               10  WS-TA-DATA-SAIDA   PIC 9(08).

      *-----> TOTAL DE DIAS E PERCENTUAL APURADO DO ALUNO
       01  WS-TOTAL-DIAS              PIC 9(05)      VALUE ZEROS.
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           OPEN INPUT  ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              CLOSE RELFREQ
              CLOSE ARQCHAM
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           OPEN OUTPUT ARQFREQ
           PERFORM 025-LER-CHAMADA THRU 025-LER-CHAMADA-EXIT
           .
      *--------------------------------------------------------------*
      *    ACUMULA O DIA DE AULA DO REGISTRO CORRENTE NA TABELA DO
      *    ALUNO. REGISTRO COM ALUNO NAO NUMERICO OU INDICADOR
      *    DIFERENTE DE P/A E REJEITADO COM AVISO NO SYSOUT. DIA
      *    DE AULA POSTERIOR A DATA EFETIVA DA MATRICULA ENCERRADA
      *    (TRANSFERIDO, TRANCADO, ABANDONO OU CONCLUIDO) E
      *    IGNORADO E SO CONTADO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           END-IF

           PERFORM 038-LOCALIZAR-ALUNO
           IF   WS-TA-DATA-SAIDA (WS-IX-APU) NOT = ZEROS
            AND WS-CHM-DATA > WS-TA-DATA-SAIDA (WS-IX-APU)
              ADD 1  TO  WS-CT-IGNORADOS
              PERFORM 025-LER-CHAMADA THRU 025-LER-CHAMADA-EXIT
              GO TO 030-PROCESSAR-EXIT
           END-IF

           IF   CHM-PRESENTE
              ADD 1  TO  WS-TA-PRESENTES (WS-IX-APU)
           ELSE
              MOVE WS-CHM-NUM  TO  WS-TA-NUM       (WS-IX-APU)
              MOVE ZEROS       TO  WS-TA-PRESENTES (WS-IX-APU)
              MOVE ZEROS       TO  WS-TA-FALTAS    (WS-IX-APU)
              MOVE ZEROS       TO  WS-TA-DATA-SAIDA (WS-IX-APU)
              MOVE WS-CHM-NUM  TO  WS-MEST-NUM
              READ ARQMEST
              IF   WS-MEST-STATUS = '00'
               AND NOT MEST-ATIVO
               AND WS-MEST-DATA-SIT NUMERIC
                 MOVE WS-MEST-DATA-SIT
                                TO  WS-TA-DATA-SAIDA (WS-IX-APU)
              END-IF
           ELSE
              DISPLAY ' * ERRO - TABELA DE APURACAO EXCEDEU 5000 '
                 'ALUNOS; APURACAO CANCELADA PARA NAO GRAVAR '
              CLOSE RELFREQ
              CLOSE ARQCHAM
              CLOSE ARQFREQ
              CLOSE ARQMEST
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
       080-GRAVAR-FREQUENCIA.

           IF   WS-QTD-ALUNOS > ZEROS
              PERFORM 081-GRAVAR-ALUNO THRU 081-GRAVAR-ALUNO-EXIT
                 VARYING WS-IX-APU FROM 1 BY 1
                 UNTIL WS-IX-APU > WS-QTD-ALUNOS
           END-IF
      *--------------------------------------------------------------*
      *    APURA O PERCENTUAL DO ALUNO (PRESENCAS SOBRE O TOTAL DE
      *    DIAS DE AULA DO ALUNO, ARREDONDADO), GRAVA O REGISTRO
      *    DO ARQFREQ E A LINHA DE AUDITORIA DO RELFREQ. ALUNO DE
      *    MATRICULA ENCERRADA SEM NENHUM DIA ANTES DA DATA EFETIVA
      *    NAO TEM FREQUENCIA A APURAR: FICA FORA DO ARQFREQ
      *--------------------------------------------------------------*
       081-GRAVAR-ALUNO.

           COMPUTE WS-TOTAL-DIAS = WS-TA-PRESENTES (WS-IX-APU)
                                 + WS-TA-FALTAS    (WS-IX-APU)
           IF   WS-TOTAL-DIAS = ZEROS
            AND WS-TA-DATA-SAIDA (WS-IX-APU) NOT = ZEROS
              ADD 1  TO  WS-CT-SEM-DIAS
              GO TO 081-GRAVAR-ALUNO-EXIT
           END-IF
           IF   WS-TOTAL-DIAS > ZEROS
              COMPUTE WS-PCT-APURADO ROUNDED =
                 WS-TA-PRESENTES (WS-IX-APU) * 100 / WS-TOTAL-DIAS
           WRITE WS-LINHA-RELFREQ FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
       081-GRAVAR-ALUNO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELFREQ)
      *--------------------------------------------------------------*
           STRING ' * REGISTROS REJEITADOS        = '
              WS-CT-REJEITADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * DIAS IGNORADOS - NAO ATIVOS = '
              WS-CT-IGNORADOS
           STRING ' * DIAS IGNORADOS - NAO ATIVOS = '
              WS-CT-IGNORADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS SEM DIAS A APURAR    = ' WS-CT-SEM-DIAS
           STRING ' * ALUNOS SEM DIAS A APURAR    = '
              WS-CT-SEM-DIAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS GRAVADOS - ARQFREQ   = ' WS-CT-ALUNOS
           STRING ' * ALUNOS GRAVADOS - ARQFREQ   = '
              WS-CT-ALUNOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           CLOSE RELFREQ
           CLOSE ARQCHAM
           CLOSE ARQFREQ
           CLOSE ARQMEST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
