       IDENTIFICATION        DIVISION.
       PROGRAM-ID. FECLANCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    LANARQCLI E O RAZAO DO MES ABERTO. O FECHAMENTO SEPARA OS
      *    LANCAMENTOS DA COMPETENCIA FECHADA NUMA GERACAO PROPRIA
      *    (LANMESCLI; NO MAINFRAME, A GERACAO +1 DO GDG LANMES) E O
      *    RESTANTE EM LANARQNEW, QUE O JOB (FECLAN) POE NO LUGAR DO
      *    LANARQCLI APOS O TERMINO NORMAL DO PASSO. AS TRES TEM O
      *    MESMO LAYOUT E A MESMA CHAVE, GRAVADAS EM ORDEM DE CHAVE.
           SELECT LANARQCLI ASSIGN TO ".\LANARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANARQCLI.
           SELECT LANMESCLI ASSIGN TO ".\LANMESCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LMG-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANMESCLI.
           SELECT LANARQNEW ASSIGN TO ".\LANARQNEW.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNV-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANARQNEW.
      *    LANCATCLI E O CATALOGO DAS GERACOES MENSAIS: UM REGISTRO
      *    POR MES FECHADO, ACRESCENTADO AQUI E CONSULTADO PELO
      *    EXTRATO E PELO EXPURGO (PRGLANCLI).
           SELECT LANCATCLI ASSIGN TO ".\LANCATCLI.TXT"
               FILE STATUS IS FS-LANCATCLI.
      *    MOVCTLCLI E O CONTROLE DE LOTES DA MOVARQCLI: LOTE PARCIAL
      *    AINDA VAI SER RETOMADO E PROCURA NO RAZAO O QUE JA APLICOU
      *    -- O FECHAMENTO NAO RODA COM LOTE PARCIAL PENDENTE.
           SELECT MOVCTLCLI ASSIGN TO ".\MOVCTLCLI.TXT"
               FILE STATUS IS FS-MOVCTLCLI.
      *    PARMFECCLI TRAZ A COMPETENCIA (AAAAMM) A FECHAR; SEM O
      *    PARAMETRO, E O MES ANTERIOR AO DA DATA DE EXECUCAO.
           SELECT PARMFECCLI ASSIGN TO ".\PARMFECCLI.TXT"
               FILE STATUS IS FS-PARMFECCLI.
           SELECT RELFECCLI ASSIGN TO ".\RELFECCLI.TXT"
               FILE STATUS IS FS-RELFECCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
      *    RELOGIO DA MAQUINA, PARA QUE A REEXECUCAO DE UM JOB EM
      *    OUTRO DIA CIVIL CARIMBE A DATA DE NEGOCIO CERTA.
           SELECT CALARQCLI ASSIGN TO ".\CALARQCLI.TXT"
               FILE STATUS IS FS-CALARQCLI.
      *    RUNCTLCLI E O CONTROLE DE EXECUCAO DA CADEIA NOTURNA:
      *    CADA PROGRAMA CARIMBA INICIO E FIM NELE, E O RELATORIO
      *    DA CADEIA (RELCADCLI) MOSTRA AO OPERADOR O QUADRO DA
      *    NOITE INTEIRA NUMA PAGINA SO.
           SELECT RUNCTLCLI ASSIGN TO ".\RUNCTLCLI.TXT"
               FILE STATUS IS FS-RUNCTLCLI.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  LANARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLAN".

      *    LAYOUT = 88 POSICOES

       FD  LANMESCLI
           RECORDING MODE IS F.
      *    LAYOUT = 88 POSICOES (LANCAMENTOS DA COMPETENCIA FECHADA,
      *    LAYOUT BOOKLAN)
       01  REG-LANMESCLI.
           05  LMG-CHAVE-LANCAMENTO PICTURE X(39).
           05  FILLER            PICTURE X(49).

       FD  LANARQNEW
           RECORDING MODE IS F.
      *    LAYOUT = 88 POSICOES (LANCAMENTOS MANTIDOS NO MES ABERTO,
      *    LAYOUT BOOKLAN)
       01  REG-LANARQNEW.
           05  LNV-CHAVE-LANCAMENTO PICTURE X(39).
           05  FILLER            PICTURE X(49).

       FD  LANCATCLI
           RECORDING MODE IS F.
           COPY "BOOKLCT".

      *    LAYOUT = 80 POSICOES

       FD  MOVCTLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 23 POSICOES (CONTROLE DE LOTES JA VISTOS)
       01  REG-MOVCTLCLI.
           05  MCT-LOTE          PICTURE X(08).
           05  MCT-STATUS        PICTURE X(01).
               88  MCT-LOTE-PARCIAL      VALUE "P".
               88  MCT-LOTE-COMPLETO     VALUE "C".
           05  MCT-DATA          PICTURE 9(08).
           05  MCT-HORA          PICTURE 9(06).

       FD  PARMFECCLI
           RECORDING MODE IS F.
      *    LAYOUT = 06 POSICOES (COMPETENCIA AAAAMM A FECHAR)
       01  REG-PARMFECCLI        PICTURE 9(06).

       FD  RELFECCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DE TOTAIS DE CONTROLE)
       01  REG-RELFECCLI         PICTURE X(80).

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
      *    DATA AAAAMMDD; O REGISTRO "D" E A DATA DE NEGOCIO ATUAL,
      *    AVANCADA PELO PASSO DE FIM DE DIA FIMDIACLI)
       01  REG-CALARQCLI.
           05  CAL-TIPO          PICTURE X(01).
           05  CAL-DATA          PICTURE 9(08).

       FD  RUNCTLCLI
           RECORDING MODE IS F.
           COPY "BOOKRUN".

      *    LAYOUT = 40 POSICOES

       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-LANARQCLI          PICTURE 9(02).
       01  FS-LANMESCLI          PICTURE 9(02).
       01  FS-LANARQNEW          PICTURE 9(02).
       01  FS-LANCATCLI          PICTURE 9(02).
       01  FS-MOVCTLCLI          PICTURE 9(02).
       01  FS-PARMFECCLI         PICTURE 9(02).
       01  FS-RELFECCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ VARIAVEIS DE PARAMETRO E SEGURANCA
       01  WRK-COMPETENCIA       PICTURE 9(06) VALUE ZEROS.
       01  WRK-MES-EXECUCAO      PICTURE 9(06) VALUE ZEROS.
       01  WRK-ULTIMA-COMPETENCIA PICTURE 9(06) VALUE ZEROS.
       01  WRK-ULTIMA-GERACAO    PICTURE 9(04) VALUE ZEROS.
       01  WRK-NOVA-GERACAO      PICTURE 9(04) VALUE ZEROS.
       01  WRK-PROXIMA-COMPETENCIA PICTURE 9(06) VALUE ZEROS.
       01  WRK-LOTES-PARCIAIS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-ANTERIORES    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-PODE-FECHAR       PICTURE X(01) VALUE "S".
           88  WRK-FECHAMENTO-LIBERADO   VALUE "S".
           88  WRK-FECHAMENTO-BLOQUEADO  VALUE "N".

      *------------ ARITMETICA DE COMPETENCIA (MES ANTERIOR/SEGUINTE)
       01  WRK-MES-CALCULO.
           05  WRK-MC-ANO        PICTURE 9(04).
           05  WRK-MC-MES        PICTURE 9(02).
       01  WRK-MES-CALCULO-NUM REDEFINES WRK-MES-CALCULO
                                 PICTURE 9(06).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-FECHADO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-MANTIDO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-SOMA-CREDITOS     PICTURE 9(13)V99 USAGE COMP
                                 VALUE ZEROS.
       01  WRK-SOMA-DEBITOS      PICTURE 9(13)V99 USAGE COMP
                                 VALUE ZEROS.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-LIDOS-ED          PICTURE ZZZZZZZZ9.
       01  WRK-FECHADOS-ED       PICTURE ZZZZZZZZ9.
       01  WRK-MANTIDOS-ED       PICTURE ZZZZZZZZ9.
       01  WRK-GERACAO-ED        PICTURE ZZZ9.
       01  WRK-SOMA-ED           PICTURE ZZZZZZZZZZZZ9,99.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           IF WRK-FECHAMENTO-LIBERADO
              PERFORM 0300-PROCESSAR UNTIL FS-LANARQCLI EQUAL 10
           END-IF.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    O FECHAMENTO E BLOQUEADO (RC 16, NENHUM ARQUIVO TOCADO)
      *    QUANDO: HA LOTE PARCIAL NA MOVARQCLI; A COMPETENCIA NAO E
      *    ANTERIOR AO MES DA DATA DE NEGOCIO; ELA NAO E O MES
      *    SEGUINTE AO ULTIMO CATALOGADO; OU O MES ABERTO AINDA TEM
      *    LANCAMENTO DE COMPETENCIA MAIS ANTIGA -- OS MESES SAO
      *    FECHADOS UM A UM, DO MAIS ANTIGO PARA O MAIS NOVO.
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.
             MOVE WRK-DATA-EXECUCAO(1:6) TO WRK-MES-EXECUCAO.

             PERFORM 0220-LER-PARAMETRO.
             PERFORM 0222-VERIFICAR-LOTES.
             PERFORM 0224-LER-CATALOGO.

             IF WRK-LOTES-PARCIAIS GREATER ZEROS
                DISPLAY "LOTE PARCIAL PENDENTE NA MOVARQCLI - "
                        "FECHAMENTO NAO EXECUTADO"
                MOVE "N" TO WRK-PODE-FECHAR
             END-IF.

             IF WRK-COMPETENCIA NOT LESS WRK-MES-EXECUCAO
                DISPLAY "COMPETENCIA " WRK-COMPETENCIA " NAO E "
                        "ANTERIOR AO MES CORRENTE - FECHAMENTO NAO "
                        "EXECUTADO"
                MOVE "N" TO WRK-PODE-FECHAR
             END-IF.

             IF WRK-ULTIMA-COMPETENCIA GREATER ZEROS AND
                WRK-COMPETENCIA NOT EQUAL WRK-PROXIMA-COMPETENCIA
                DISPLAY "COMPETENCIA " WRK-COMPETENCIA " FORA DE "
                        "SEQUENCIA - ULTIMA FECHADA "
                        WRK-ULTIMA-COMPETENCIA
                MOVE "N" TO WRK-PODE-FECHAR
             END-IF.

             IF WRK-FECHAMENTO-LIBERADO
                PERFORM 0230-CONFERIR-RAZAO
             END-IF.

             IF WRK-FECHAMENTO-BLOQUEADO
                MOVE 16 TO RETURN-CODE
                GO TO 0200-FIM
             END-IF.

             OPEN INPUT  LANARQCLI.
             OPEN OUTPUT LANMESCLI.
             OPEN OUTPUT LANARQNEW.
             OPEN OUTPUT RELFECCLI.

             IF FS-LANARQCLI NOT EQUAL ZEROS OR
                FS-LANMESCLI NOT EQUAL ZEROS OR
                FS-LANARQNEW NOT EQUAL ZEROS OR
                FS-RELFECCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO DO CALENDARIO
      *    SEM O CALENDARIO (PRIMEIRA INSTALACAO) A DATA DA MAQUINA
      *    E USADA, COM AVISO NO SYSOUT.
       0205-LER-DATA-MOVIMENTO SECTION.
             ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

             OPEN INPUT CALARQCLI.
             IF FS-CALARQCLI NOT EQUAL ZEROS
                DISPLAY "CALARQCLI NAO ENCONTRADO, USANDO DATA DA "
                        "MAQUINA " WRK-DATA-EXECUCAO
                GO TO 0205-FIM
             END-IF.

             PERFORM 0206-LER-REGISTRO-CALENDARIO
                UNTIL FS-CALARQCLI NOT EQUAL ZEROS.
             CLOSE CALARQCLI.
       0205-FIM. EXIT.

       0206-LER-REGISTRO-CALENDARIO SECTION.
             READ CALARQCLI.
             IF FS-CALARQCLI EQUAL ZEROS
                IF CAL-TIPO EQUAL "D"
                   MOVE CAL-DATA TO WRK-DATA-EXECUCAO
                END-IF
             END-IF.
       0206-FIM. EXIT.

      *----------------------- CARIMBAR O CONTROLE DE EXECUCAO
      *    CUMULATIVO ENTRE EXECUCOES, NO MESMO ESTILO DA TRILHA DE
      *    AUDITORIA (EXTEND, CRIANDO SO QUANDO NAO EXISTE). UMA
      *    QUEDA DEIXA O EVENTO "F" FALTANDO -- E ASSIM QUE O
      *    RELATORIO DA CADEIA MARCA O PASSO COMO NAO CONCLUIDO.
       0209-GRAVAR-RUNCTL    SECTION.
             OPEN EXTEND RUNCTLCLI.
             IF FS-RUNCTLCLI EQUAL 35
                OPEN OUTPUT RUNCTLCLI
             END-IF.
             IF FS-RUNCTLCLI NOT EQUAL ZEROS
                DISPLAY "RUNCTLCLI NAO PODE SER ABERTO"
                GO TO 0209-FIM
             END-IF.

             ACCEPT WRK-RUN-HORA FROM TIME.
             MOVE "FECLANCLI"    TO RUN-PROGRAMA.
             MOVE WRK-DATA-EXECUCAO TO RUN-DATA-MOV.
             MOVE WRK-RUN-EVENTO    TO RUN-EVENTO.
             MOVE WRK-RUN-HORA      TO RUN-HORA.
             MOVE WRK-RUN-REGISTROS TO RUN-REGISTROS.
             MOVE RETURN-CODE       TO RUN-RETCODE.
             WRITE REG-RUNCTLCLI.
             IF FS-RUNCTLCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR CONTROLE DE EXECUCAO"
             END-IF.
             CLOSE RUNCTLCLI.
       0209-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ LANARQCLI NEXT RECORD
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

      *----------------------- LER COMPETENCIA A FECHAR
       0220-LER-PARAMETRO    SECTION.
             MOVE WRK-MES-EXECUCAO TO WRK-MES-CALCULO-NUM.
             IF WRK-MC-MES EQUAL 1
                MOVE 12 TO WRK-MC-MES
                SUBTRACT 1 FROM WRK-MC-ANO
             ELSE
                SUBTRACT 1 FROM WRK-MC-MES
             END-IF.
             MOVE WRK-MES-CALCULO-NUM TO WRK-COMPETENCIA.

             OPEN INPUT PARMFECCLI.
             IF FS-PARMFECCLI EQUAL ZEROS
                READ PARMFECCLI
                  AT END
                     DISPLAY "PARMFECCLI VAZIO, FECHANDO COMPETENCIA "
                             WRK-COMPETENCIA
                  NOT AT END
                     IF REG-PARMFECCLI GREATER ZEROS
                        MOVE REG-PARMFECCLI TO WRK-COMPETENCIA
                     END-IF
                END-READ
                CLOSE PARMFECCLI
             ELSE
                DISPLAY "PARMFECCLI NAO ENCONTRADO, FECHANDO "
                        "COMPETENCIA " WRK-COMPETENCIA
             END-IF.
       0220-FIM. EXIT.

      *----------------------- PROCURAR LOTE PARCIAL NA MOVARQCLI
       0222-VERIFICAR-LOTES  SECTION.
             OPEN INPUT MOVCTLCLI.
             IF FS-MOVCTLCLI NOT EQUAL ZEROS
                GO TO 0222-FIM
             END-IF.

             PERFORM 0223-LER-CONTROLE-LOTE
                UNTIL FS-MOVCTLCLI NOT EQUAL ZEROS.
             CLOSE MOVCTLCLI.
       0222-FIM. EXIT.

       0223-LER-CONTROLE-LOTE SECTION.
             READ MOVCTLCLI.
             IF FS-MOVCTLCLI EQUAL ZEROS
                IF MCT-LOTE-PARCIAL
                   ADD 1 TO WRK-LOTES-PARCIAIS
                   DISPLAY "LOTE PARCIAL " MCT-LOTE
                END-IF
             END-IF.
       0223-FIM. EXIT.

      *----------------------- LER O CATALOGO DE GERACOES
      *    O ULTIMO REGISTRO E O ULTIMO MES FECHADO: A NOVA GERACAO
      *    TEM DE SER O MES SEGUINTE, COM O NUMERO DE GERACAO SEGUINTE.
      *    CATALOGO AUSENTE OU VAZIO: PRIMEIRO FECHAMENTO.
       0224-LER-CATALOGO     SECTION.
             OPEN INPUT LANCATCLI.
             IF FS-LANCATCLI NOT EQUAL ZEROS
                DISPLAY "LANCATCLI NAO ENCONTRADO - PRIMEIRO "
                        "FECHAMENTO"
                GO TO 0224-FIM
             END-IF.

             PERFORM 0225-LER-REGISTRO-CATALOGO
                UNTIL FS-LANCATCLI NOT EQUAL ZEROS.
             CLOSE LANCATCLI.

             IF WRK-ULTIMA-COMPETENCIA GREATER ZEROS
                MOVE WRK-ULTIMA-COMPETENCIA TO WRK-MES-CALCULO-NUM
                IF WRK-MC-MES EQUAL 12
                   MOVE 1 TO WRK-MC-MES
                   ADD 1 TO WRK-MC-ANO
                ELSE
                   ADD 1 TO WRK-MC-MES
                END-IF
                MOVE WRK-MES-CALCULO-NUM TO WRK-PROXIMA-COMPETENCIA
             END-IF.
       0224-FIM. EXIT.

       0225-LER-REGISTRO-CATALOGO SECTION.
             READ LANCATCLI.
             IF FS-LANCATCLI EQUAL ZEROS
                MOVE LCT-COMPETENCIA TO WRK-ULTIMA-COMPETENCIA
                MOVE LCT-GERACAO     TO WRK-ULTIMA-GERACAO
             END-IF.
       0225-FIM. EXIT.

      *----------------------- CONFERIR O RAZAO ANTES DE FECHAR
      *    LANCAMENTO DE COMPETENCIA ANTERIOR A QUE ESTA SENDO
      *    FECHADA FICARIA PERDIDO NO MES ABERTO PARA SEMPRE: O
      *    RAZAO E LIDO UMA VEZ ANTES DE QUALQUER GRAVACAO.
       0230-CONFERIR-RAZAO   SECTION.
             OPEN INPUT LANARQCLI.
             IF FS-LANARQCLI NOT EQUAL ZEROS
                DISPLAY "LANARQCLI NAO ABERTO (" FS-LANARQCLI ")"
                MOVE "N" TO WRK-PODE-FECHAR
                GO TO 0230-FIM
             END-IF.

             PERFORM 0231-LER-RAZAO-CONFERENCIA
                UNTIL FS-LANARQCLI NOT EQUAL ZEROS.
             CLOSE LANARQCLI.

             IF WRK-QTD-ANTERIORES GREATER ZEROS
                DISPLAY "LANARQCLI TEM " WRK-QTD-ANTERIORES
                        " LANCAMENTO(S) ANTERIORES A " WRK-COMPETENCIA
                        " - FECHAR A COMPETENCIA MAIS ANTIGA PRIMEIRO"
                MOVE "N" TO WRK-PODE-FECHAR
             END-IF.
       0230-FIM. EXIT.

       0231-LER-RAZAO-CONFERENCIA SECTION.
             READ LANARQCLI NEXT RECORD
                AT END
                   GO TO 0231-FIM
             END-READ.

             IF LAN-DATA(1:6) LESS WRK-COMPETENCIA
                ADD 1 TO WRK-QTD-ANTERIORES
             END-IF.
       0231-FIM. EXIT.

      *----------------------- PROCESSAR UM LANCAMENTO DO RAZAO
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             IF LAN-DATA(1:6) EQUAL WRK-COMPETENCIA
                PERFORM 0320-GRAVAR-GERACAO
             ELSE
                PERFORM 0330-MANTER-LANCAMENTO
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- GRAVAR NA GERACAO DO MES FECHADO
      *    CREDITAM A CONTA "C" E "R"; "D" E "E" DEBITAM.
       0320-GRAVAR-GERACAO   SECTION.
             MOVE REG-LANARQCLI TO REG-LANMESCLI.
             WRITE REG-LANMESCLI.
             IF FS-LANMESCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR LANMESCLI " LAN-AGENCIA
                        LAN-CONTA " (" FS-LANMESCLI ")"
                MOVE 16 TO RETURN-CODE
                GO TO 0320-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-FECHADO.
             IF LAN-OPERACAO EQUAL "C" OR LAN-OPERACAO EQUAL "R"
                ADD LAN-VALOR TO WRK-SOMA-CREDITOS
             ELSE
                ADD LAN-VALOR TO WRK-SOMA-DEBITOS
             END-IF.
       0320-FIM. EXIT.

      *----------------------- MANTER NO MES ABERTO
       0330-MANTER-LANCAMENTO SECTION.
             MOVE REG-LANARQCLI TO REG-LANARQNEW.
             WRITE REG-LANARQNEW.
             IF FS-LANARQNEW EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-MANTIDO
             ELSE
                DISPLAY "ERRO AO GRAVAR LANARQNEW " LAN-AGENCIA
                        LAN-CONTA " (" FS-LANARQNEW ")"
                MOVE 16 TO RETURN-CODE
             END-IF.
       0330-FIM. EXIT.

      *----------------------- FINALIZAR
      *    A GERACAO SO E CATALOGADA SE O FECHAMENTO TERMINOU SEM
      *    ERRO -- O JOB TAMBEM SO TROCA O LANARQCLI NESSE CASO.
       0400-FINALIZAR        SECTION.
           IF WRK-FECHAMENTO-LIBERADO
              CLOSE LANARQCLI
                    LANMESCLI
                    LANARQNEW
              IF RETURN-CODE EQUAL ZEROS
                 PERFORM 0420-CATALOGAR-GERACAO
              END-IF
              PERFORM 0410-GRAVAR-RELATORIO
              CLOSE RELFECCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "COMPETENCIA....: " WRK-COMPETENCIA.
           DISPLAY "LANCTOS LIDOS..: " WRK-CONTADOR.
           DISPLAY "MES FECHADO....: " WRK-CONTADOR-FECHADO.
           DISPLAY "MES ABERTO.....: " WRK-CONTADOR-MANTIDO.
       0400-FIM. EXIT.

      *----------------------- GRAVAR RELATORIO DE TOTAIS DE CONTROLE
       0410-GRAVAR-RELATORIO SECTION.
           MOVE WRK-CONTADOR         TO WRK-LIDOS-ED.
           MOVE WRK-CONTADOR-FECHADO TO WRK-FECHADOS-ED.
           MOVE WRK-CONTADOR-MANTIDO TO WRK-MANTIDOS-ED.

           MOVE SPACES TO REG-RELFECCLI.
           STRING "RELATORIO DE CONTROLE - FECLANCLI"
                     DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE SPACES TO REG-RELFECCLI.
           STRING "DATA/HORA EXECUCAO..: " DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO       DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WRK-HORA-EXECUCAO       DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE SPACES TO REG-RELFECCLI.
           STRING "COMPETENCIA FECHADA.: " DELIMITED BY SIZE
                  WRK-COMPETENCIA         DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE SPACES TO REG-RELFECCLI.
           IF RETURN-CODE EQUAL ZEROS
              MOVE WRK-NOVA-GERACAO TO WRK-GERACAO-ED
              STRING "GERACAO LANMES......: " DELIMITED BY SIZE
                     WRK-GERACAO-ED          DELIMITED BY SIZE
                INTO REG-RELFECCLI
           ELSE
              STRING "GERACAO LANMES......: NAO CATALOGADA (ERRO)"
                        DELIMITED BY SIZE
                INTO REG-RELFECCLI
           END-IF.
           WRITE REG-RELFECCLI.

           MOVE SPACES TO REG-RELFECCLI.
           STRING "LANCAMENTOS LIDOS...: " DELIMITED BY SIZE
                  WRK-LIDOS-ED            DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE SPACES TO REG-RELFECCLI.
           STRING "NA GERACAO DO MES...: " DELIMITED BY SIZE
                  WRK-FECHADOS-ED         DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE SPACES TO REG-RELFECCLI.
           STRING "MANTIDOS NO MES ABERTO: " DELIMITED BY SIZE
                  WRK-MANTIDOS-ED           DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE WRK-SOMA-CREDITOS TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELFECCLI.
           STRING "SOMA DOS CREDITOS...: " DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.

           MOVE WRK-SOMA-DEBITOS TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELFECCLI.
           STRING "SOMA DOS DEBITOS....: " DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELFECCLI.
           WRITE REG-RELFECCLI.
       0410-FIM. EXIT.

      *----------------------- CATALOGAR A NOVA GERACAO
      *    MES SEM LANCAMENTO TAMBEM GANHA GERACAO (VAZIA), PARA O
      *    CATALOGO NAO TER BURACO NA SEQUENCIA DE COMPETENCIAS.
       0420-CATALOGAR-GERACAO SECTION.
           OPEN EXTEND LANCATCLI.
           IF FS-LANCATCLI EQUAL 35
              OPEN OUTPUT LANCATCLI
           END-IF.
           IF FS-LANCATCLI NOT EQUAL ZEROS
              DISPLAY "LANCATCLI NAO PODE SER ABERTO - GERACAO NAO "
                      "CATALOGADA"
              MOVE 16 TO RETURN-CODE
              GO TO 0420-FIM
           END-IF.

           MOVE SPACES               TO REG-LANCATCLI.
           MOVE WRK-COMPETENCIA      TO LCT-COMPETENCIA.
           COMPUTE WRK-NOVA-GERACAO = WRK-ULTIMA-GERACAO + 1.
           MOVE WRK-NOVA-GERACAO     TO LCT-GERACAO.
           MOVE "A"                  TO LCT-SITUACAO.
           MOVE WRK-DATA-EXECUCAO    TO LCT-DATA-FECHAMENTO.
           MOVE WRK-CONTADOR-FECHADO TO LCT-QTD-LANCAMENTOS.
           MOVE WRK-SOMA-CREDITOS    TO LCT-SOMA-CREDITOS.
           MOVE WRK-SOMA-DEBITOS     TO LCT-SOMA-DEBITOS.
           MOVE ZEROS                TO LCT-DATA-ARQUIVAMENTO.
           WRITE REG-LANCATCLI.
           IF FS-LANCATCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR LANCATCLI " WRK-COMPETENCIA
              MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE LANCATCLI.
       0420-FIM. EXIT.
