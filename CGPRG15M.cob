      *           APLICADO DUAS VEZES PELO RSPRG002; RSPRG005
      *           EXECUTADO SEM NENHUM RSPRG002 ANTERIOR NO
      *           CONTROLE; E MANUTENCAO (RSPRG003) EXECUTADA NO
      *           MESMO DIA DE UM LOTE (JANELA DE LOTE). APONTA
      *           TAMBEM OS BLOQUEIOS E AS LIBERACOES POR OVERRIDE
      *           DO PORTAO DE PRE-PASSO (RSPRG022). QUALQUER
      *           ANOMALIA DEIXA RC 8 PARA A OPERACAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * ------  -------  ------  ------  -------------------------   *
      *  V01    09/2026  120001  PROGRAMA DE RESUMO DIARIO DE
      *                          OPERACAO (ARQEXEC) CRIADO.
      *  V02    10/2026  120002  BLOQUEIOS E OVERRIDES DO PORTAO
      *                          DE PRE-PASSO (RSPRG022) APONTADOS
      *                          COMO ANOMALIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *-----> OCORRENCIA APURADA PARA A EXECUCAO CORRENTE
       01  WS-OCORRENCIA              PIC X(34)      VALUE SPACES.

      *-----> NUMERO DO PROGRAMA AVALIADO PELO PORTAO DE PRE-PASSO,
      *       GRAVADO EM LIDOS NO REGISTRO DO RSPRG022
       01  WS-NUM-PORTAO              PIC 9(03)      VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
      *    - RSPRG002 TIPO N COM MESMO ANO+BIMESTRE JA APLICADO
      *      ANTES E LOTE EM DUPLICIDADE;
      *    - RSPRG005 SEM NENHUM RSPRG002 ANTERIOR NO CONTROLE;
      *    - RSPRG003 NO MESMO DIA DE UM LOTE (JANELA DE LOTE);
      *    - RSPRG022 QUE BLOQUEOU UM JOB OU O LIBEROU POR OVERRIDE
      *--------------------------------------------------------------*
       040-ANALISAR-ANOMALIAS.

                 PERFORM 043-TESTAR-JANELA-LOTE
                    VARYING WS-IX-ANT FROM 1 BY 1
                    UNTIL WS-IX-ANT > WS-QTD-EXEC
              WHEN 'RSPRG022'
                 PERFORM 044-TESTAR-PORTAO
           END-EVALUATE

           IF   WS-OCORRENCIA NOT = SPACES
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCA A DECISAO DO PORTAO DE PRE-PASSO QUE NAO FOI UMA
      *    LIBERACAO NORMAL: BLOQUEIO (B) OU OVERRIDE (O)
      *--------------------------------------------------------------*
       044-TESTAR-PORTAO.

           MOVE WS-TE-LIDOS (WS-IX-RUN)  TO  WS-NUM-PORTAO
           EVALUATE WS-TE-TIPO (WS-IX-RUN)
              WHEN 'B'
                 STRING 'PORTAO BLOQUEOU O RSPRG' WS-NUM-PORTAO
                    DELIMITED BY SIZE INTO WS-OCORRENCIA
              WHEN 'O'
                 STRING 'OVERRIDE DO PORTAO PARA O RSPRG'
                    WS-NUM-PORTAO
                    DELIMITED BY SIZE INTO WS-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LINHA DA EXECUCAO NO RELOPER, COM CABECALHO E
      *    QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
