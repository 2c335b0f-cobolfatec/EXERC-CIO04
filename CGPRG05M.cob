      *                          EXECUCAO (ARQEXEC) NO TERMINO, PARA
      *                          O RESUMO DIARIO DE OPERACAO
      *                          (RSPRG013).
      *  V05    10/2026  020005  CURSO, SERIE E TURMA NA TRANSACAO DE
      *                          INCLUSAO/ALTERACAO, GRAVADOS NO
      *                          MESTRE (ACOMPANHA O RSPRG002 V25).
      *                          EM BRANCO NA ALTERACAO, MANTEM O
      *                          CONTEUDO JA GRAVADO.
      *  V06    10/2026  020006  SEXO (M/F) E DATA DE NASCIMENTO
      *                          (AAAAMMDD) NA TRANSACAO DE
      *                          INCLUSAO/ALTERACAO, GRAVADOS NO
      *                          MESTRE (ACOMPANHA O RSPRG002 V26).
      *                          EM BRANCO NA ALTERACAO, MANTEM O
      *                          CONTEUDO JA GRAVADO. JORNAL ARQJRNL
      *                          COM 165 BYTES.
      *  V07    10/2026  020007  SITUACAO DA MATRICULA NO MESTRE
      *                          (108 BYTES): NOVAS TRANSACOES T
      *                          (TRANSFERENCIA), M (TRANCAMENTO), B
      *                          (ABANDONO), C (CONCLUSAO) E R
      *                          (REATIVACAO), COM DATA EFETIVA E
      *                          MOTIVO, REGISTRADAS NO ARQJRNL (243
      *                          BYTES) COMO ALTERACAO. O ALUNO NAO E
      *                          MAIS EXCLUIDO PARA SAIR DA ESCOLA.
      *                          INCLUSAO ENTRA ATIVA NA DATA DA
      *                          EXECUCAO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
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
      *-----> ARQJRNL - JORNAL DE AUDITORIA DAS GRAVACOES NO ARQMEST
      *       (DD NO JCL): DATA/HORA, LOTE, OPERACAO E AS IMAGENS
      *       ANTERIOR E ATUAL DO REGISTRO DO MESTRE
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           05  WS-CT-INCLUSOES        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALTERACOES       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EXCLUSOES        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SITUACOES        PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DO ARQUIVO MESTRE DE ALUNOS (ARQMEST)
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
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

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *       TIPO: I=INCLUSAO  A=ALTERACAO  E=EXCLUSAO
      *       CURSO/SERIE/TURMA, SEXO (M/F) E DATA DE NASCIMENTO
      *       (AAAAMMDD) EM BRANCO NA ALTERACAO MANTEM O CONTEUDO
      *       JA GRAVADO NO MESTRE
      *       SITUACAO DA MATRICULA (LAYOUT WS-REG-TRANS-SIT):
      *       T=TRANSFERENCIA  M=TRANCAMENTO  B=ABANDONO
      *       C=CONCLUSAO  R=REATIVACAO (RETORNO A SITUACAO ATIVA)
       01  WS-REG-TRANS.
           05  WS-TRN-TIPO        PIC X(01).
               88  TRN-INCLUSAO              VALUE 'I'.
               88  TRN-ALTERACAO             VALUE 'A'.
               88  TRN-EXCLUSAO              VALUE 'E'.
               88  TRN-SITUACAO-MAT          VALUE 'T' 'M' 'B'
                                                   'C' 'R'.
               88  TRN-REATIVACAO            VALUE 'R'.
           05  WS-TRN-NUM         PIC 9(04).
           05  WS-TRN-NOM         PIC X(20).
           05  WS-TRN-NOT1        PIC S9(02)V99.
           05  WS-TRN-NOT4        PIC S9(02)V99.
           05  WS-TRN-MEDIA       PIC S9(02)V99.
           05  WS-TRN-SITUACAO    PIC X(01).
           05  WS-TRN-CUR         PIC X(12).
           05  WS-TRN-SERIE       PIC X(01).
           05  WS-TRN-TURMA       PIC X(02).
           05  WS-TRN-SEXO        PIC X(01).
           05  WS-TRN-DATA-NASC   PIC X(08).
           05  WS-TRN-NASC-R REDEFINES WS-TRN-DATA-NASC.
               10  WS-TRN-NASC-ANO  PIC 9(04).
               10  WS-TRN-NASC-MES  PIC 9(02).
               10  WS-TRN-NASC-DIA  PIC 9(02).

      *-----> TRANSACAO DE SITUACAO DA MATRICULA (TIPOS T/M/B/C/R):
      *       DATA EFETIVA (AAAAMMDD; EM BRANCO = DATA DA EXECUCAO)
      *       E MOTIVO, OBRIGATORIO
       01  WS-REG-TRANS-SIT REDEFINES WS-REG-TRANS.
           05  FILLER             PIC X(05).
           05  WS-TSI-DATA        PIC X(08).
           05  WS-TSI-DATA-R REDEFINES WS-TSI-DATA.
               10  WS-TSI-ANO     PIC 9(04).
               10  WS-TSI-MES     PIC 9(02).
               10  WS-TSI-DIA     PIC 9(02).
           05  WS-TSI-MOTIVO      PIC X(30).
           05  FILLER             PIC X(27).

      *-----> NOVA SITUACAO DA MATRICULA APURADA DO TIPO DA TRANSACAO
       01  WS-NOVA-SIT-MAT            PIC X(01)      VALUE SPACES.

      *-----> LAYOUTS DA LISTAGEM DE MANUTENCAO (RELMANU)
       01  WS-CAB-01.
           IF   NOT TRN-INCLUSAO
            AND NOT TRN-ALTERACAO
            AND NOT TRN-EXCLUSAO
            AND NOT TRN-SITUACAO-MAT
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'TIPO INVALIDO (I/A/E OU T/M/B/C/R)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   TRN-SITUACAO-MAT
              PERFORM 027-VALIDAR-SITUACAO THRU
                 027-VALIDAR-SITUACAO-EXIT
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-NOM = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'NOME DO ALUNO EM BRANCO'
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'SITUACAO INVALIDA (ESPERADO A, R OU F)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-SERIE NOT = SPACE
            AND (WS-TRN-SERIE < '1' OR WS-TRN-SERIE > '9')
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'SERIE INVALIDA (ESPERADO 1 A 9)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-SEXO NOT = SPACE
            AND WS-TRN-SEXO NOT = 'M'
            AND WS-TRN-SEXO NOT = 'F'
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'SEXO INVALIDO (ESPERADO M OU F)'
                        TO  WS-TRN-MOTIVO
              GO TO 026-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF   WS-TRN-DATA-NASC NOT = SPACES
              IF   WS-TRN-DATA-NASC NOT NUMERIC
               OR  WS-TRN-NASC-ANO < 1900
               OR  WS-TRN-NASC-MES < 01 OR WS-TRN-NASC-MES > 12
               OR  WS-TRN-NASC-DIA < 01 OR WS-TRN-NASC-DIA > 31
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD)'
                           TO  WS-TRN-MOTIVO
              END-IF
           END-IF
           .
       026-VALIDAR-TRANSACAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    VALIDA A TRANSACAO DE SITUACAO DA MATRICULA: DATA EFETIVA
      *    (EM BRANCO ASSUME A DATA DA EXECUCAO; NAO PODE SER
      *    FUTURA) E MOTIVO OBRIGATORIO
      *--------------------------------------------------------------*
       027-VALIDAR-SITUACAO.

           IF   WS-TSI-DATA = SPACES
              MOVE WS-DATA-CORRENTE  TO  WS-TSI-DATA
           END-IF

           IF   WS-TSI-DATA NOT NUMERIC
            OR  WS-TSI-ANO < 1900
            OR  WS-TSI-MES < 01 OR WS-TSI-MES > 12
            OR  WS-TSI-DIA < 01 OR WS-TSI-DIA > 31
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'DATA EFETIVA INVALIDA (AAAAMMDD)'
                        TO  WS-TRN-MOTIVO
              GO TO 027-VALIDAR-SITUACAO-EXIT
           END-IF

           IF   WS-TSI-DATA > WS-DATA-CORRENTE
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'DATA EFETIVA FUTURA'
                        TO  WS-TRN-MOTIVO
              GO TO 027-VALIDAR-SITUACAO-EXIT
           END-IF

           IF   WS-TSI-MOTIVO = SPACES
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'MOTIVO DA MUDANCA DE SITUACAO EM BRANCO'
                        TO  WS-TRN-MOTIVO
           END-IF
           .
       027-VALIDAR-SITUACAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    APLICA A TRANSACAO CORRENTE AO MESTRE E GRAVA O RESULTADO
      *    (APLICADA OU REJEITADA, COM MOTIVO) NA LISTAGEM RELMANU
      *--------------------------------------------------------------*
                 PERFORM 032-ALTERAR-MESTRE
              WHEN TRN-EXCLUSAO
                 PERFORM 033-EXCLUIR-MESTRE
              WHEN TRN-SITUACAO-MAT
                 PERFORM 040-MUDAR-SITUACAO THRU
                    040-MUDAR-SITUACAO-EXIT
           END-EVALUATE

           IF   TRN-VALIDA

           MOVE SPACES  TO  WS-IMAGEM-ANTERIOR
           MOVE 'I'     TO  WS-JRN-OPERACAO
           MOVE SPACES  TO  WS-MEST-CUR
           MOVE ZEROS   TO  WS-MEST-SERIE
           MOVE SPACES  TO  WS-MEST-TURMA
           MOVE SPACES  TO  WS-MEST-SEXO
           MOVE ZEROS   TO  WS-MEST-DATA-NASC
           MOVE 'A'     TO  WS-MEST-SIT-MAT
           MOVE WS-DATA-CORRENTE  TO  WS-MEST-DATA-SIT
           MOVE SPACES  TO  WS-MEST-MOTIVO-SIT
           PERFORM 035-MONTAR-REG-MESTRE
           WRITE WS-REG-MESTRE
           EVALUATE WS-MEST-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA MATRICULA: REGRAVA NO MESTRE A NOVA SITUACAO,
      *    A DATA EFETIVA E O MOTIVO, SEM EXCLUIR O ALUNO (O
      *    HISTORICO CONTINUA COM O SEU MESTRE). TRANSFERENCIA,
      *    TRANCAMENTO, ABANDONO E CONCLUSAO EXIGEM MATRICULA
      *    ATIVA; A REATIVACAO EXIGE ALUNO TRANSFERIDO, TRANCADO OU
      *    QUE ABANDONOU. A DATA EFETIVA NAO PODE SER ANTERIOR A DA
      *    SITUACAO EM VIGOR. NO JORNAL ENTRA COMO ALTERACAO (A),
      *    COM AS IMAGENS ANTERIOR E ATUAL
      *--------------------------------------------------------------*
       040-MUDAR-SITUACAO.

           MOVE WS-TRN-NUM  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS = '23'
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'ALUNO NAO ENCONTRADO NO MESTRE'
                        TO  WS-TRN-MOTIVO
              GO TO 040-MUDAR-SITUACAO-EXIT
           END-IF
           IF   WS-MEST-STATUS NOT = '00'
              MOVE 'N'  TO  WS-TRN-VALIDA
              STRING 'ERRO DE LEITURA NO MESTRE - FS '
                 WS-MEST-STATUS DELIMITED BY SIZE
                 INTO WS-TRN-MOTIVO
              GO TO 040-MUDAR-SITUACAO-EXIT
           END-IF

           IF   TRN-REATIVACAO
              IF   MEST-ATIVO OR MEST-CONCLUIDO
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 MOVE 'REATIVACAO EXIGE ALUNO T, M OU B'
                           TO  WS-TRN-MOTIVO
                 GO TO 040-MUDAR-SITUACAO-EXIT
              END-IF
              MOVE 'A'          TO  WS-NOVA-SIT-MAT
           ELSE
              IF   NOT MEST-ATIVO
                 MOVE 'N'  TO  WS-TRN-VALIDA
                 STRING 'MATRICULA NAO ATIVA (SITUACAO '
                    WS-MEST-SIT-MAT ')' DELIMITED BY SIZE
                    INTO WS-TRN-MOTIVO
                 GO TO 040-MUDAR-SITUACAO-EXIT
              END-IF
              MOVE WS-TRN-TIPO  TO  WS-NOVA-SIT-MAT
           END-IF

           IF   WS-MEST-DATA-SIT NUMERIC
            AND WS-TSI-DATA < WS-MEST-DATA-SIT
              MOVE 'N'  TO  WS-TRN-VALIDA
              MOVE 'DATA EFETIVA ANTERIOR A SITUACAO ATUAL'
                        TO  WS-TRN-MOTIVO
              GO TO 040-MUDAR-SITUACAO-EXIT
           END-IF

           MOVE WS-REG-MESTRE     TO  WS-IMAGEM-ANTERIOR
           MOVE 'A'               TO  WS-JRN-OPERACAO
           MOVE WS-NOVA-SIT-MAT   TO  WS-MEST-SIT-MAT
           MOVE WS-TSI-DATA       TO  WS-MEST-DATA-SIT
           MOVE WS-TSI-MOTIVO     TO  WS-MEST-MOTIVO-SIT
           REWRITE WS-REG-MESTRE
           IF   WS-MEST-STATUS = '00'
              ADD 1  TO  WS-CT-SITUACOES
              PERFORM 039-GRAVAR-JORNAL
           ELSE
              MOVE 'N'  TO  WS-TRN-VALIDA
              STRING 'ERRO DE REGRAVACAO NO MESTRE - FS '
                 WS-MEST-STATUS DELIMITED BY SIZE
                 INTO WS-TRN-MOTIVO
           END-IF
           .
       040-MUDAR-SITUACAO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    REGISTRA NO JORNAL DE AUDITORIA (ARQJRNL) A OPERACAO
      *    RECEM-APLICADA AO MESTRE: DATA/HORA, OPERACAO (I/A/E) E
      *    AS IMAGENS ANTERIOR E ATUAL DO REGISTRO (A ATUAL FICA EM
           WRITE WS-LINHA-JRNL FROM WS-REG-JRNL
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DO MESTRE A PARTIR DA TRANSACAO. CURSO,
      *    SERIE, TURMA, SEXO E DATA DE NASCIMENTO SO SUBSTITUEM O
      *    CONTEUDO DO MESTRE QUANDO INFORMADOS NA TRANSACAO
      *--------------------------------------------------------------*
       035-MONTAR-REG-MESTRE.

           MOVE WS-TRN-NOT4     TO  WS-MEST-NOT4
           MOVE WS-TRN-MEDIA    TO  WS-MEST-MEDIA
           MOVE WS-TRN-SITUACAO TO  WS-MEST-SITUACAO
           IF   WS-TRN-CUR NOT = SPACES
              MOVE WS-TRN-CUR   TO  WS-MEST-CUR
           END-IF
           IF   WS-TRN-SERIE NOT = SPACE
              MOVE WS-TRN-SERIE TO  WS-MEST-SERIE
           END-IF
           IF   WS-TRN-TURMA NOT = SPACES
              MOVE WS-TRN-TURMA TO  WS-MEST-TURMA
           END-IF
           IF   WS-TRN-SEXO NOT = SPACE
              MOVE WS-TRN-SEXO  TO  WS-MEST-SEXO
           END-IF
           IF   WS-TRN-DATA-NASC NOT = SPACES
              MOVE WS-TRN-DATA-NASC  TO  WS-MEST-DATA-NASC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA UMA TRANSACAO APLICADA NA RELMANU
           ELSE
              MOVE ZEROS        TO  WS-DET-NUM
           END-IF
      *    A TRANSACAO DE SITUACAO NAO TRAZ O NOME: VEM DO MESTRE
           IF   TRN-SITUACAO-MAT
              IF   TRN-VALIDA
                 MOVE WS-MEST-NOM  TO  WS-DET-NOM
              ELSE
                 MOVE SPACES       TO  WS-DET-NOM
              END-IF
           ELSE
              MOVE WS-TRN-NOM   TO  WS-DET-NOM
           END-IF

           WRITE WS-LINHA-RELMANU FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           STRING ' * EXCLUSOES APLICADAS         = '
              WS-CT-EXCLUSOES DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MUDANCAS DE SITUACAO        = ' WS-CT-SITUACOES
           STRING ' * MUDANCAS DE SITUACAO        = '
              WS-CT-SITUACOES DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO
