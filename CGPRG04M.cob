      *                          DISCIPLINA DO EXAME (ANO DO HDR,
      *                          BIMESTRE 4 A 1). A REGRAVACAO DO
      *                          MESTRE NA APROVACAO PERMANECE.
      *  V24    10/2026  010024  VALIDACAO DO PAR CURSO/DISCIPLINA
      *                          CONTRA A GRADE CURRICULAR (ARQGRAD,
      *                          MANTIDA PELO RSPRG016): NO LOTE DE
      *                          NOTAS, REGISTRO DA SYSIN COM CURSO/
      *                          DISCIPLINA FORA DA GRADE OU FORA DA
      *                          VIGENCIA NO ANO DO LOTE E REJEITADO
      *                          PARA O ARQEXC, EM VEZ DE ABRIR NO
      *                          ARQHIST UMA DISCIPLINA INEXISTENTE.
      *                          GRADE INDISPONIVEL CANCELA O LOTE
      *                          (RC 16).
      *  V25    10/2026  010025  MESTRE (ARQMEST) PASSA A GUARDAR
      *                          CURSO, SERIE E TURMA DO ALUNO (60
      *                          BYTES) E O JORNAL ARQJRNL PASSA A
      *                          147 BYTES. O LOTE PRESERVA SERIE/
      *                          TURMA DA MATRICULA E SO ASSUME O
      *                          CURSO DA SYSIN QUANDO O MESTRE NAO
      *                          O TEM.
      *  V26    10/2026  010026  MESTRE (ARQMEST) PASSA A GUARDAR O
      *                          SEXO E A DATA DE NASCIMENTO DO ALUNO
      *                          (69 BYTES) E O JORNAL ARQJRNL PASSA A
      *                          165 BYTES. O LOTE SO ASSUME O SEXO DA
      *                          SYSIN QUANDO O MESTRE NAO O TEM; A
      *                          DATA DE NASCIMENTO VEM DA MATRICULA
      *                          (RSPRG003/RSPRG009).
      *  V27    10/2026  010027  MESTRE (ARQMEST) PASSA A GUARDAR A
      *                          SITUACAO DA MATRICULA, A DATA EFETIVA
      *                          E O MOTIVO (108 BYTES) E O JORNAL
      *                          ARQJRNL PASSA A 243 BYTES. NOTA OU
      *                          EXAME DE RECUPERACAO DE ALUNO COM
      *                          MATRICULA NAO ATIVA (TRANSFERIDO,
      *                          TRANCADO, ABANDONO OU CONCLUIDO) E
      *                          REJEITADO PARA O ARQEXC. ALUNO NOVO
      *                          ENTRA ATIVO NA DATA DO LOTE.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
           SELECT ARQGRAD   ASSIGN TO ARQGRAD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-GRD-CHAVE
               FILE STATUS  IS WS-GRD-STATUS.
           SELECT ARQJRNL   ASSIGN TO ARQJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRNL-STATUS.
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
      *-----> ARQFAT - ALUNOS COM PENDENCIA FINANCEIRA (DD NO JCL)
       FD  ARQFAT
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
      *-----> ARQGRAD - GRADE CURRICULAR CURSO X DISCIPLINA (VSAM
      *       KSDS, DD NO JCL), MANTIDA PELO RSPRG016
       FD  ARQGRAD
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-GRADE.
           05  WS-GRD-CHAVE.
               10  WS-GRD-CUR     PIC X(12).
               10  WS-GRD-DIS     PIC X(03).
           05  WS-GRD-NOME-DIS    PIC X(30).
           05  WS-GRD-CARGA-HOR   PIC 9(03).
           05  WS-GRD-ANO-INI     PIC 9(04).
           05  WS-GRD-ANO-FIM     PIC 9(04).
      *-----> ARQJRNL - JORNAL DE AUDITORIA DAS GRAVACOES NO ARQMEST
      *       (DD NO JCL): DATA/HORA, LOTE, OPERACAO E AS IMAGENS
      *       ANTERIOR E ATUAL DO REGISTRO DO MESTRE
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
      *-----> ARQCLAS - ARQUIVO DE TRABALHO COM OS ALUNOS ACEITOS DO
      *       LOTE (NAO RETIDOS), GRAVADO EM 030 PARA CLASSIFICACAO
       FD  ARQCLAS
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).
           05  WS-JRN-OPERACAO        PIC X(01)      VALUE SPACES.
           05  WS-IMAGEM-ANTERIOR     PIC X(108)     VALUE SPACES.

      *-----> REGISTRO DO JORNAL DE AUDITORIA (ARQJRNL)
       01  WS-REG-JRNL.
           05  WS-JRN-HORA            PIC 9(06).
           05  WS-JRN-LOTE            PIC X(12).
           05  WS-JRN-OPER            PIC X(01).
           05  WS-JRN-IMAGEM-ANT      PIC X(108).
           05  WS-JRN-IMAGEM-ATU      PIC X(108).

      *-----> CONTROLE DO ARQUIVO DE FREQUENCIA (ARQFREQ)
       01  WS-FREQ-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FREQ-FIM                PIC X(01)      VALUE 'N'.
           88  FREQ-FIM                              VALUE 'S'.

      *-----> CONTROLE DA GRADE CURRICULAR (ARQGRAD)
       01  WS-GRD-STATUS              PIC X(02)      VALUE '00'.

      *-----> FREQUENCIA MINIMA EXIGIDA PARA APROVACAO (REGIMENTO;
      *       SOBREPOSTA NA PARTIDA PELO VALOR DO ARQPARM)
       77  WS-FREQ-MINIMA             PIC 9(03)      VALUE 075.
           PERFORM 016-CARREGAR-FATURAMENTO
           PERFORM 019-CARREGAR-FREQUENCIA
           IF   NOT LOTE-RECUPERACAO
              PERFORM 022-ABRIR-GRADE
              OPEN OUTPUT ARQCLAS
              OPEN OUTPUT ARQRET
              PERFORM 021-ABRIR-EXTRATO
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM PROCESSAR O LOTE, POR ESTOURO DE UMA
      *    TABELA DE APOIO (ARQFAT/ARQFREQ): PROCESSAR COM A TABELA
      *    INCOMPLETA APLICARIA REGRAS ERRADAS A PARTE DOS ALUNOS.
      *    USADO TAMBEM NA FALTA DA GRADE CURRICULAR (ARQGRAD)
      *--------------------------------------------------------------*
       099-ABORTAR-LIMITE.

           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE A GRADE CURRICULAR (ARQGRAD) PARA A VALIDACAO DO
      *    CURSO/DISCIPLINA DE CADA REGISTRO DO LOTE DE NOTAS. SEM A
      *    GRADE O LOTE E CANCELADO (RC 16), PARA NAO GRAVAR NO
      *    HISTORICO DISCIPLINAS QUE NAO PUDERAM SER CONFERIDAS
      *--------------------------------------------------------------*
       022-ABRIR-GRADE.

           OPEN INPUT ARQGRAD
           IF   WS-GRD-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQGRAD NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-GRD-STATUS '; LOTE CANCELADO '
                 'SEM A VALIDACAO DA GRADE CURRICULAR *'
              PERFORM 099-ABORTAR-LIMITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O EXTRATO DE RESULTADOS (ARQEXTR) E GRAVA O SEU
      *    REGISTRO DE CABECALHO (HDR), COM A DATA DA EXECUCAO E A
      *    IDENTIFICACAO DO LOTE, PARA O SISTEMA ACADEMICO CONFERIR
              MOVE WS-DIS IN WS-REG-SYSIN TO WS-EXC-VALOR
              MOVE 'DISCIPLINA EM BRANCO' TO WS-EXC-MOTIVO
              PERFORM 027-GRAVAR-EXCECAO
           ELSE
              PERFORM 0261-VALIDAR-GRADE
           END-IF

           IF   WS-NOT1-IN IN WS-REG-SYSIN NOT NUMERIC
              END-IF
           END-IF

           PERFORM 0262-VALIDAR-MATRICULA

           IF   REG-VALIDO
              ADD 1  TO  WS-CTLIDO-ACEITOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE A SITUACAO DA MATRICULA DO ALUNO NO MESTRE: ALUNO
      *    TRANSFERIDO, TRANCADO, QUE ABANDONOU OU CONCLUIU NAO
      *    RECEBE NOTAS. ALUNO AINDA FORA DO MESTRE SEGUE O LOTE
      *    (E INCLUIDO NA GRAVACAO DO MESTRE, COMO ANTES)
      *--------------------------------------------------------------*
       0262-VALIDAR-MATRICULA.

           MOVE WS-NUM IN WS-REG-SYSIN  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS = '00'
            AND NOT MEST-ATIVO
              MOVE 'N'         TO  WS-REG-VALIDO
              MOVE 'WS-NUM'    TO  WS-EXC-CAMPO
              MOVE WS-NUM IN WS-REG-SYSIN TO WS-EXC-VALOR
              MOVE SPACES      TO  WS-EXC-MOTIVO
              STRING 'MATRICULA NAO ATIVA (SITUACAO '
                 WS-MEST-SIT-MAT ')' DELIMITED BY SIZE
                 INTO WS-EXC-MOTIVO
              PERFORM 027-GRAVAR-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O PAR CURSO/DISCIPLINA DO REGISTRO NA GRADE
      *    CURRICULAR (ARQGRAD) E A VIGENCIA DA DISCIPLINA NO ANO
      *    DO LOTE; UM ERRO DE DIGITACAO NO CURSO OU NO CODIGO DA
      *    DISCIPLINA NAO PODE ABRIR UMA DISCIPLINA NOVA NO ARQHIST
      *--------------------------------------------------------------*
       0261-VALIDAR-GRADE.

           MOVE WS-CUR IN WS-REG-SYSIN  TO  WS-GRD-CUR
           MOVE WS-DIS IN WS-REG-SYSIN  TO  WS-GRD-DIS
           READ ARQGRAD
           IF   WS-GRD-STATUS NOT = '00'
              MOVE 'N'         TO  WS-REG-VALIDO
              MOVE 'WS-CUR/DIS' TO  WS-EXC-CAMPO
              MOVE WS-GRD-CHAVE TO  WS-EXC-VALOR
              IF   WS-GRD-STATUS = '23'
                 MOVE 'CURSO/DISCIPLINA NAO CONSTA DA GRADE'
                                TO  WS-EXC-MOTIVO
              ELSE
                 MOVE SPACES    TO  WS-EXC-MOTIVO
                 STRING 'ERRO DE LEITURA NA GRADE - FS '
                    WS-GRD-STATUS DELIMITED BY SIZE
                    INTO WS-EXC-MOTIVO
              END-IF
              PERFORM 027-GRAVAR-EXCECAO
           ELSE
              IF   WS-GRD-ANO-INI > WS-LOTE-ANO
               OR (WS-GRD-ANO-FIM NOT = ZEROS
                   AND WS-GRD-ANO-FIM < WS-LOTE-ANO)
                 MOVE 'N'          TO  WS-REG-VALIDO
                 MOVE 'WS-CUR/DIS' TO  WS-EXC-CAMPO
                 MOVE WS-GRD-CHAVE TO  WS-EXC-VALOR
                 MOVE 'DISCIPLINA FORA DE VIGENCIA NO ANO'
                                   TO  WS-EXC-MOTIVO
                 PERFORM 027-GRAVAR-EXCECAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA OCORRENCIA NO RELATORIO DE EXCECOES (ARQEXC)
      *--------------------------------------------------------------*
       027-GRAVAR-EXCECAO.
           ELSE
              MOVE SPACES         TO  WS-IMAGEM-ANTERIOR
              MOVE 'I'            TO  WS-JRN-OPERACAO
              MOVE SPACES         TO  WS-MEST-CUR
              MOVE ZEROS          TO  WS-MEST-SERIE
              MOVE SPACES         TO  WS-MEST-TURMA
              MOVE SPACES         TO  WS-MEST-SEXO
              MOVE ZEROS          TO  WS-MEST-DATA-NASC
              MOVE 'A'            TO  WS-MEST-SIT-MAT
              MOVE WS-DATA-CORRENTE TO WS-MEST-DATA-SIT
              MOVE SPACES         TO  WS-MEST-MOTIVO-SIT
           END-IF

      *    SERIE/TURMA VEM DA MATRICULA (RSPRG003/RSPRG009) E NAO SAO
      *    ALTERADAS PELO LOTE; O CURSO E O SEXO SO SAO ASSUMIDOS DA
      *    SYSIN QUANDO O MESTRE AINDA NAO OS TEM. A DATA DE
      *    NASCIMENTO SO VEM DA MATRICULA (A SYSIN TRAZ A IDADE)
           IF   WS-MEST-CUR = SPACES
              MOVE WS-CUR IN WS-REG-SYSIN  TO  WS-MEST-CUR
           END-IF
           IF   WS-MEST-SEXO = SPACES
              MOVE WS-SEX IN WS-REG-SYSIN  TO  WS-MEST-SEXO
           END-IF

           MOVE WS-NUM IN WS-REG-SYSIN     TO  WS-MEST-NUM
              GO TO 060-PROCESSAR-RECUP-EXIT
           END-IF

           IF   NOT MEST-ATIVO
              ADD  1             TO  WS-CT-RECUP-REJEIT
              MOVE 'WS-RCP-NUM'  TO  WS-EXC-CAMPO
              MOVE WS-RCP-NUM    TO  WS-EXC-VALOR
              MOVE SPACES        TO  WS-EXC-MOTIVO
              STRING 'MATRICULA NAO ATIVA (SITUACAO '
                 WS-MEST-SIT-MAT ')' DELIMITED BY SIZE
                 INTO WS-EXC-MOTIVO
              PERFORM 027-GRAVAR-EXCECAO
              PERFORM 029-GRAVAR-CHECKPOINT
              PERFORM 025-LER-SYSIN
              GO TO 060-PROCESSAR-RECUP-EXIT
           END-IF

      *    A ELEGIBILIDADE E A MEDIA ANUAL SAO DA PROPRIA
      *    DISCIPLINA DO EXAME: O MESTRE CARREGA O ULTIMO LOTE DE
      *    QUALQUER DISCIPLINA E NAO DECIDE A RECUPERACAO
           CLOSE ARQMEST
           CLOSE ARQHIST
           CLOSE ARQJRNL
           IF   NOT LOTE-RECUPERACAO
              CLOSE ARQGRAD
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME NO RELATORIO A SECAO DE ALUNOS COM NOTAS RETIDAS
