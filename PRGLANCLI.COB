       IDENTIFICATION        DIVISION.
       PROGRAM-ID. PRGLANCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    LANMESOLD E A GERACAO MENSAL DO RAZAO MAIS ANTIGA AINDA NO
      *    AR (A PRIMEIRA COM SITUACAO "A" NO CATALOGO LANCATCLI). SE
      *    A COMPETENCIA DELA E ANTERIOR A RETENCAO, ELA E COPIADA
      *    PARA ARCLANCLI (NO MAINFRAME, GERACAO +1 DO GDG DE
      *    ARQUIVO) E MARCADA COMO ARQUIVADA; O JOB (PRGLAN) EXCLUI A
      *    GERACAO APOS O TERMINO NORMAL DO PASSO.
           SELECT LANMESOLD ASSIGN TO ".\LANMESOLD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANMESOLD.
           SELECT ARCLANCLI ASSIGN TO ".\ARCLANCLI.TXT"
               FILE STATUS IS FS-ARCLANCLI.
           SELECT LANCATCLI ASSIGN TO ".\LANCATCLI.TXT"
               FILE STATUS IS FS-LANCATCLI.
           SELECT PARMPRGLAN ASSIGN TO ".\PARMPRGLAN.TXT"
               FILE STATUS IS FS-PARMPRGLAN.
           SELECT RELPRGLAN ASSIGN TO ".\RELPRGLAN.TXT"
               FILE STATUS IS FS-RELPRGLAN.

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
       FD  LANMESOLD
           RECORDING MODE IS F.
           COPY "BOOKLAN".

      *    LAYOUT = 88 POSICOES

       FD  ARCLANCLI
           RECORDING MODE IS F.
      *    LAYOUT = 88 POSICOES (GERACAO ARQUIVADA, LAYOUT BOOKLAN,
      *    EM ORDEM DE CHAVE)
       01  REG-ARCLANCLI         PICTURE X(88).

       FD  LANCATCLI
           RECORDING MODE IS F.
           COPY "BOOKLCT".

      *    LAYOUT = 80 POSICOES

       FD  PARMPRGLAN
           RECORDING MODE IS F.
      *    LAYOUT = 06 POSICOES (COMPETENCIA DE RETENCAO AAAAMM:
      *    GERACOES DE COMPETENCIA ANTERIOR A ELA SAO ARQUIVADAS)
       01  REG-PARMPRGLAN        PICTURE 9(06).

       FD  RELPRGLAN
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DE TOTAIS DE CONTROLE)
       01  REG-RELPRGLAN         PICTURE X(80).

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
       01  FS-LANMESOLD          PICTURE 9(02).
       01  FS-ARCLANCLI          PICTURE 9(02).
       01  FS-LANCATCLI          PICTURE 9(02).
       01  FS-PARMPRGLAN         PICTURE 9(02).
       01  FS-RELPRGLAN          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ VARIAVEIS DE PARAMETRO E SEGURANCA
       01  WRK-COMPETENCIA-RETENCAO PICTURE 9(06) VALUE ZEROS.
       01  WRK-ULTIMA-COMPETENCIA PICTURE 9(06) VALUE ZEROS.
       01  WRK-PODE-EXPURGAR     PICTURE X(01) VALUE "S".
           88  WRK-EXPURGO-LIBERADO      VALUE "S".
           88  WRK-EXPURGO-BLOQUEADO     VALUE "N".

      *------------ GERACAO CANDIDATA (MAIS ANTIGA NO AR)
       01  WRK-CANDIDATA-ACHADA  PICTURE X(01) VALUE "N".
           88  WRK-HA-CANDIDATA          VALUE "S".
       01  WRK-CAND-COMPETENCIA  PICTURE 9(06) VALUE ZEROS.
       01  WRK-CAND-GERACAO      PICTURE 9(04) VALUE ZEROS.
       01  WRK-CAND-QTD          PICTURE 9(09) VALUE ZEROS.
       01  WRK-CAND-POSICAO      PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-POSICAO-CATALOGO  PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-FORA-MES PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-LIDOS-ED          PICTURE ZZZZZZZZ9.
       01  WRK-CATALOGO-ED       PICTURE ZZZZZZZZ9.
       01  WRK-GERACAO-ED        PICTURE ZZZ9.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           IF WRK-EXPURGO-LIBERADO
              PERFORM 0300-PROCESSAR UNTIL FS-LANMESOLD EQUAL 10
           END-IF.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    A GERACAO DO ULTIMO MES FECHADO NUNCA SAI DO AR: O ESTORNO
      *    DA MOVARQCLI E O MONITOR MONAMLCLI ENXERGAM O MES ABERTO
      *    MAIS ELA. RETENCAO POSTERIOR A ULTIMA COMPETENCIA FECHADA
      *    BLOQUEIA O EXPURGO (RC 16, NENHUM ARQUIVO TOCADO). SEM
      *    GERACAO ANTERIOR A RETENCAO NAO HA O QUE ARQUIVAR (RC 4).
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             PERFORM 0220-LER-PARAMETRO.
             IF WRK-EXPURGO-BLOQUEADO
                MOVE 16 TO RETURN-CODE
                GO TO 0200-FIM
             END-IF.

             PERFORM 0224-LER-CATALOGO.

             IF WRK-COMPETENCIA-RETENCAO GREATER
                WRK-ULTIMA-COMPETENCIA
                DISPLAY "RETENCAO " WRK-COMPETENCIA-RETENCAO
                        " POSTERIOR A ULTIMA COMPETENCIA FECHADA ("
                        WRK-ULTIMA-COMPETENCIA ") - EXPURGO NAO "
                        "EXECUTADO"
                MOVE "N" TO WRK-PODE-EXPURGAR
                MOVE 16 TO RETURN-CODE
                GO TO 0200-FIM
             END-IF.

             IF NOT WRK-HA-CANDIDATA OR
                WRK-CAND-COMPETENCIA NOT LESS WRK-COMPETENCIA-RETENCAO
                DISPLAY "NENHUMA GERACAO ANTERIOR A "
                        WRK-COMPETENCIA-RETENCAO " - NADA A ARQUIVAR"
                MOVE "N" TO WRK-PODE-EXPURGAR
                MOVE 4 TO RETURN-CODE
                GO TO 0200-FIM
             END-IF.

             OPEN INPUT  LANMESOLD.
             OPEN OUTPUT ARCLANCLI.
             OPEN OUTPUT RELPRGLAN.

             IF FS-LANMESOLD NOT EQUAL ZEROS OR
                FS-ARCLANCLI NOT EQUAL ZEROS OR
                FS-RELPRGLAN NOT EQUAL ZEROS
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
             MOVE "PRGLANCLI"    TO RUN-PROGRAMA.
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
            READ LANMESOLD NEXT RECORD
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

      *----------------------- LER COMPETENCIA DE RETENCAO
       0220-LER-PARAMETRO    SECTION.
             OPEN INPUT PARMPRGLAN.
             IF FS-PARMPRGLAN EQUAL ZEROS
                READ PARMPRGLAN
                  AT END
                     DISPLAY "PARMPRGLAN VAZIO - EXPURGO NAO "
                             "EXECUTADO"
                     MOVE "N" TO WRK-PODE-EXPURGAR
                  NOT AT END
                     MOVE REG-PARMPRGLAN TO WRK-COMPETENCIA-RETENCAO
                END-READ
                CLOSE PARMPRGLAN
             ELSE
                DISPLAY "PARMPRGLAN NAO ENCONTRADO - EXPURGO NAO "
                        "EXECUTADO"
                MOVE "N" TO WRK-PODE-EXPURGAR
             END-IF.
       0220-FIM. EXIT.

      *----------------------- LER O CATALOGO DE GERACOES
      *    GUARDA A ULTIMA COMPETENCIA FECHADA E A PRIMEIRA GERACAO
      *    AINDA NO AR (COM A POSICAO DELA NO CATALOGO, PARA A
      *    REGRAVACAO NO FIM).
       0224-LER-CATALOGO     SECTION.
             OPEN INPUT LANCATCLI.
             IF FS-LANCATCLI NOT EQUAL ZEROS
                DISPLAY "LANCATCLI NAO ENCONTRADO"
                GO TO 0224-FIM
             END-IF.

             MOVE ZEROS TO WRK-POSICAO-CATALOGO.
             PERFORM 0225-LER-REGISTRO-CATALOGO
                UNTIL FS-LANCATCLI NOT EQUAL ZEROS.
             CLOSE LANCATCLI.
       0224-FIM. EXIT.

       0225-LER-REGISTRO-CATALOGO SECTION.
             READ LANCATCLI.
             IF FS-LANCATCLI NOT EQUAL ZEROS
                GO TO 0225-FIM
             END-IF.

             ADD 1 TO WRK-POSICAO-CATALOGO.
             MOVE LCT-COMPETENCIA TO WRK-ULTIMA-COMPETENCIA.

             IF LCT-NO-AR AND NOT WRK-HA-CANDIDATA
                MOVE "S"                 TO WRK-CANDIDATA-ACHADA
                MOVE LCT-COMPETENCIA     TO WRK-CAND-COMPETENCIA
                MOVE LCT-GERACAO         TO WRK-CAND-GERACAO
                MOVE LCT-QTD-LANCAMENTOS TO WRK-CAND-QTD
                MOVE WRK-POSICAO-CATALOGO TO WRK-CAND-POSICAO
             END-IF.
       0225-FIM. EXIT.

      *----------------------- ARQUIVAR UM LANCAMENTO DA GERACAO
      *    LANCAMENTO DE OUTRO MES DENUNCIA QUE O DD LANMESOLD NAO
      *    APONTA PARA A GERACAO DO CATALOGO: A COPIA SEGUE, MAS O
      *    CATALOGO NAO E MARCADO E O JOB NAO EXCLUI NADA (RC 16).
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             IF LAN-DATA(1:6) NOT EQUAL WRK-CAND-COMPETENCIA
                ADD 1 TO WRK-CONTADOR-FORA-MES
             END-IF.

             MOVE REG-LANARQCLI TO REG-ARCLANCLI.
             WRITE REG-ARCLANCLI.
             IF FS-ARCLANCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR ARCLANCLI " LAN-AGENCIA
                        LAN-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- FINALIZAR
      *    A GERACAO SO E DADA COMO ARQUIVADA SE A COPIA TEM
      *    EXATAMENTE OS LANCAMENTOS QUE O FECHAMENTO CATALOGOU, TODOS
      *    DA COMPETENCIA ESPERADA.
       0400-FINALIZAR        SECTION.
           IF WRK-EXPURGO-LIBERADO
              CLOSE LANMESOLD
                    ARCLANCLI
              IF WRK-CONTADOR-FORA-MES GREATER ZEROS OR
                 WRK-CONTADOR NOT EQUAL WRK-CAND-QTD
                 DISPLAY "LANMESOLD NAO CONFERE COM A GERACAO "
                         WRK-CAND-GERACAO " (" WRK-CAND-COMPETENCIA
                         ") DO CATALOGO - NADA EXCLUIDO"
                 MOVE 16 TO RETURN-CODE
              END-IF
              IF RETURN-CODE EQUAL ZEROS
                 PERFORM 0420-MARCAR-ARQUIVADA
              END-IF
              PERFORM 0410-GRAVAR-RELATORIO
              CLOSE RELPRGLAN
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "RETENCAO.......: " WRK-COMPETENCIA-RETENCAO.
           DISPLAY "COMPETENCIA....: " WRK-CAND-COMPETENCIA.
           DISPLAY "LANCTOS LIDOS..: " WRK-CONTADOR.
       0400-FIM. EXIT.

      *----------------------- GRAVAR RELATORIO DE TOTAIS DE CONTROLE
       0410-GRAVAR-RELATORIO SECTION.
           MOVE WRK-CONTADOR     TO WRK-LIDOS-ED.
           MOVE WRK-CAND-QTD     TO WRK-CATALOGO-ED.
           MOVE WRK-CAND-GERACAO TO WRK-GERACAO-ED.

           MOVE SPACES TO REG-RELPRGLAN.
           STRING "RELATORIO DE CONTROLE - PRGLANCLI"
                     DELIMITED BY SIZE
             INTO REG-RELPRGLAN.
           WRITE REG-RELPRGLAN.

           MOVE SPACES TO REG-RELPRGLAN.
           STRING "DATA/HORA EXECUCAO..: " DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO       DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WRK-HORA-EXECUCAO       DELIMITED BY SIZE
             INTO REG-RELPRGLAN.
           WRITE REG-RELPRGLAN.

           MOVE SPACES TO REG-RELPRGLAN.
           STRING "COMPETENCIA RETENCAO: " DELIMITED BY SIZE
                  WRK-COMPETENCIA-RETENCAO DELIMITED BY SIZE
             INTO REG-RELPRGLAN.
           WRITE REG-RELPRGLAN.

           MOVE SPACES TO REG-RELPRGLAN.
           STRING "COMPETENCIA ARQUIVADA: " DELIMITED BY SIZE
                  WRK-CAND-COMPETENCIA     DELIMITED BY SIZE
                  "  GERACAO LANMES "      DELIMITED BY SIZE
                  WRK-GERACAO-ED           DELIMITED BY SIZE
             INTO REG-RELPRGLAN.
           WRITE REG-RELPRGLAN.

           MOVE SPACES TO REG-RELPRGLAN.
           STRING "LANCAMENTOS NO CATALOGO: " DELIMITED BY SIZE
                  WRK-CATALOGO-ED            DELIMITED BY SIZE
             INTO REG-RELPRGLAN.
           WRITE REG-RELPRGLAN.

           MOVE SPACES TO REG-RELPRGLAN.
           STRING "LANCAMENTOS COPIADOS...: " DELIMITED BY SIZE
                  WRK-LIDOS-ED               DELIMITED BY SIZE
             INTO REG-RELPRGLAN.
           WRITE REG-RELPRGLAN.

           MOVE SPACES TO REG-RELPRGLAN.
           IF RETURN-CODE EQUAL ZEROS
              STRING "SITUACAO..............: ARQUIVADA, GERACAO "
                     "EXCLUIDA PELO JOB" DELIMITED BY SIZE
                INTO REG-RELPRGLAN
           ELSE
              STRING "SITUACAO..............: NAO ARQUIVADA (ERRO)"
                        DELIMITED BY SIZE
                INTO REG-RELPRGLAN
           END-IF.
           WRITE REG-RELPRGLAN.
       0410-FIM. EXIT.

      *----------------------- MARCAR A GERACAO COMO ARQUIVADA
      *    O CATALOGO E SEQUENCIAL: E RELIDO ATE A POSICAO DA
      *    GERACAO E O REGISTRO E REGRAVADO NO LUGAR, NO MESMO
      *    ESTILO DO ENCERRAMENTO DE LOTE DA MOVARQCLI.
       0420-MARCAR-ARQUIVADA SECTION.
           OPEN I-O LANCATCLI.
           IF FS-LANCATCLI NOT EQUAL ZEROS
              DISPLAY "LANCATCLI NAO PODE SER ABERTO - GERACAO NAO "
                      "MARCADA"
              MOVE 16 TO RETURN-CODE
              GO TO 0420-FIM
           END-IF.

           MOVE ZEROS TO WRK-POSICAO-CATALOGO.
           PERFORM 0421-LER-ATE-GERACAO
              UNTIL FS-LANCATCLI NOT EQUAL ZEROS OR
                    WRK-POSICAO-CATALOGO EQUAL WRK-CAND-POSICAO.

           IF FS-LANCATCLI EQUAL ZEROS AND
              LCT-COMPETENCIA EQUAL WRK-CAND-COMPETENCIA
              MOVE "X"               TO LCT-SITUACAO
              MOVE WRK-DATA-EXECUCAO TO LCT-DATA-ARQUIVAMENTO
              REWRITE REG-LANCATCLI
           END-IF.
           IF FS-LANCATCLI NOT EQUAL ZEROS OR
              LCT-COMPETENCIA NOT EQUAL WRK-CAND-COMPETENCIA
              DISPLAY "ERRO AO MARCAR GERACAO " WRK-CAND-GERACAO
                      " NO CATALOGO"
              MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE LANCATCLI.
       0420-FIM. EXIT.

       0421-LER-ATE-GERACAO  SECTION.
           READ LANCATCLI.
           IF FS-LANCATCLI EQUAL ZEROS
              ADD 1 TO WRK-POSICAO-CATALOGO
           END-IF.
       0421-FIM. EXIT.
