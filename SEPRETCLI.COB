       IDENTIFICATION        DIVISION.
       PROGRAM-ID. SEPRETCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    SEPARACAO DO RETORNO POR ORIGEM: A ABERTURAARQUIVO E O
      *    REPROCESSO GRAVAM UM SO ARQUIVO DE RETORNO EM BLOCOS (UM
      *    HEADER POR BLOCO DE ORIGEM E UM TRAILER UNICO). ESTE
      *    PROGRAMA TIRA DELE OS DETALHES DE UMA ORIGEM (PARMSEPCLI)
      *    PARA O ARQUIVO DE RETORNO DAQUELA ORIGEM, COM HEADER E
      *    TRAILER PROPRIOS. RODA UM PASSO POR ORIGEM.
           SELECT RETENTCLI ASSIGN TO ".\RETENTCLI.TXT"
               FILE STATUS IS FS-RETENTCLI.
           SELECT RETORICLI ASSIGN TO ".\RETORICLI.TXT"
               FILE STATUS IS FS-RETORICLI.
           SELECT PARMSEPCLI ASSIGN TO ".\PARMSEPCLI.TXT"
               FILE STATUS IS FS-PARMSEPCLI.
      *    A ORIGEM PEDIDA TEM DE ESTAR NO REGISTRO DE ORIGENS: UM
      *    CARTAO DE PARAMETRO ERRADO GERARIA UM RETORNO VAZIO E
      *    SILENCIOSO PARA UMA ORIGEM QUE NAO EXISTE.
           SELECT ORIARQCLI ASSIGN TO ".\ORIARQCLI.TXT"
               FILE STATUS IS FS-ORIARQCLI.
      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE.
           SELECT CALARQCLI ASSIGN TO ".\CALARQCLI.TXT"
               FILE STATUS IS FS-CALARQCLI.
      *    RUNCTLCLI E O CONTROLE DE EXECUCAO DA CADEIA, LIDO PELO
      *    RELATORIO DA CADEIA (RELCADCLI).
           SELECT RUNCTLCLI ASSIGN TO ".\RUNCTLCLI.TXT"
               FILE STATUS IS FS-RUNCTLCLI.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RETENTCLI
           RECORDING MODE IS F.
           COPY "BOOKRET".

      *    LAYOUT = 27 POSICOES (RETORNO CONSOLIDADO EM BLOCOS)

       FD  RETORICLI
           RECORDING MODE IS F.
      *    LAYOUT = 27 POSICOES (MESMO LAYOUT DO BOOKRET, GRAVADO A
      *    PARTIR DO DETALHE LIDO OU DO HEADER/TRAILER DE TRABALHO)
       01  REG-RETORICLI         PICTURE X(27).

       FD  PARMSEPCLI
           RECORDING MODE IS F.
      *    LAYOUT = 10 POSICOES (ORIGEM A SEPARAR, COMO NO HDR-ORIGEM)
       01  REG-PARMSEPCLI        PICTURE X(10).

       FD  ORIARQCLI
           RECORDING MODE IS F.
           COPY "BOOKORI".

      *    LAYOUT = 60 POSICOES

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
      *    DATA AAAAMMDD)
       01  REG-CALARQCLI.
           05  CAL-TIPO          PICTURE X(01).
           05  CAL-DATA          PICTURE 9(08).

       FD  RUNCTLCLI
           RECORDING MODE IS F.
           COPY "BOOKRUN".

      *    LAYOUT = 40 POSICOES

       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-RETENTCLI          PICTURE 9(02).
       01  FS-RETORICLI          PICTURE 9(02).
       01  FS-PARMSEPCLI         PICTURE 9(02).
       01  FS-ORIARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-DETALHES      PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-ORIGEM        PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-BLOCOS        PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ ORIGEM PEDIDA E BLOCO CORRENTE
       01  WRK-PARM-ORIGEM       PICTURE X(10) VALUE SPACES.
       01  WRK-BLOCO-ORIGEM      PICTURE X(10) VALUE SPACES.
       01  WRK-ORIGEM-CADASTRADA PICTURE X(01) VALUE "N".
       01  WRK-TRAILER-LIDO      PICTURE X(01) VALUE "N".
       01  WRK-TRL-QTD           PICTURE 9(09) VALUE ZEROS.

      *------------ HEADER E TRAILER DO RETORNO DA ORIGEM
       01  WRK-HEADER-SAIDA.
           05  WRK-HS-TIPO-REG   PICTURE X(01) VALUE "H".
           05  WRK-HS-DATA       PICTURE 9(08) VALUE ZEROS.
           05  WRK-HS-ORIGEM     PICTURE X(10) VALUE SPACES.
           05  WRK-HS-PROGRAMA   PICTURE X(08) VALUE SPACES.
       01  WRK-TRAILER-SAIDA.
           05  WRK-TS-TIPO-REG   PICTURE X(01) VALUE "T".
           05  WRK-TS-QTD        PICTURE 9(09) VALUE ZEROS.
           05  FILLER            PICTURE X(17) VALUE SPACES.

      *------------ CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-RETENTCLI NOT EQUAL ZEROS.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-ORIGEM TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.

             PERFORM 0220-LER-PARAMETRO.
             PERFORM 0230-CONFERIR-ORIGEM.

             OPEN INPUT RETENTCLI.
             IF FS-RETENTCLI NOT EQUAL ZEROS
                DISPLAY "RETENTCLI (RETORNO CONSOLIDADO) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    O PRIMEIRO REGISTRO E O HEADER DO PRIMEIRO BLOCO: DELE
      *    VEM O JOB GERADOR, REPETIDO NO HEADER DO RETORNO DA
      *    ORIGEM. UMA CARGA SEM NENHUM DETALHE GRAVA SO O TRAILER.
             PERFORM 0210-LEITURA.
             IF FS-RETENTCLI NOT EQUAL ZEROS OR
                (RTH-TIPO-REG NOT EQUAL "H" AND
                 RTH-TIPO-REG NOT EQUAL "T")
                DISPLAY "RETENTCLI SEM HEADER DE BLOCO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
             IF RTH-TIPO-REG EQUAL "H"
                MOVE RTH-PROGRAMA TO WRK-HS-PROGRAMA
             END-IF.

             OPEN OUTPUT RETORICLI.
             IF FS-RETORICLI NOT EQUAL ZEROS
                DISPLAY "RETORICLI NAO PODE SER ABERTO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE WRK-DATA-EXECUCAO TO WRK-HS-DATA.
             MOVE WRK-PARM-ORIGEM   TO WRK-HS-ORIGEM.
             WRITE REG-RETORICLI FROM WRK-HEADER-SAIDA.
             IF FS-RETORICLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR HEADER DO RETORNO DA ORIGEM"
                MOVE 16 TO RETURN-CODE
             END-IF.
       0200-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ RETENTCLI.
            IF FS-RETENTCLI EQUAL ZEROS
               ADD 1 TO WRK-CONTADOR
            END-IF.
       0210-FIM. EXIT.

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
             MOVE "SEPRETCLI"       TO RUN-PROGRAMA.
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

      *----------------------- LER A ORIGEM A SEPARAR
       0220-LER-PARAMETRO    SECTION.
             OPEN INPUT PARMSEPCLI.
             IF FS-PARMSEPCLI NOT EQUAL ZEROS
                DISPLAY "PARMSEPCLI NAO ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             READ PARMSEPCLI
                AT END
                   MOVE SPACES TO WRK-PARM-ORIGEM
                NOT AT END
                   MOVE REG-PARMSEPCLI TO WRK-PARM-ORIGEM
             END-READ.
             CLOSE PARMSEPCLI.

             IF WRK-PARM-ORIGEM EQUAL SPACES
                DISPLAY "PARMSEPCLI SEM ORIGEM - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0220-FIM. EXIT.

      *----------------------- CONFERIR A ORIGEM NO REGISTRO
       0230-CONFERIR-ORIGEM  SECTION.
             OPEN INPUT ORIARQCLI.
             IF FS-ORIARQCLI NOT EQUAL ZEROS
                DISPLAY "ORIARQCLI (REGISTRO DE ORIGENS) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0231-LER-ORIGEM
                UNTIL FS-ORIARQCLI NOT EQUAL ZEROS
                   OR WRK-ORIGEM-CADASTRADA EQUAL "S".
             CLOSE ORIARQCLI.

             IF WRK-ORIGEM-CADASTRADA NOT EQUAL "S"
                DISPLAY "ORIGEM " WRK-PARM-ORIGEM " NAO CADASTRADA "
                        "EM ORIARQCLI - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0230-FIM. EXIT.

       0231-LER-ORIGEM       SECTION.
             READ ORIARQCLI.
             IF FS-ORIARQCLI EQUAL ZEROS AND
                ORI-ORIGEM EQUAL WRK-PARM-ORIGEM
                MOVE "S" TO WRK-ORIGEM-CADASTRADA
             END-IF.
       0231-FIM. EXIT.

      *----------------------- PROCESSAR UM REGISTRO DO CONSOLIDADO
      *    HEADER TROCA O BLOCO CORRENTE; TRAILER TRAZ O TOTAL DE
      *    DETALHES DE TODOS OS BLOCOS, CONFERIDO NO FINAL; DETALHE
      *    DO BLOCO DA ORIGEM PEDIDA VAI PARA O RETORNO DELA.
       0300-PROCESSAR        SECTION.
             EVALUATE TRUE
                WHEN RTH-TIPO-REG EQUAL "H"
                   ADD 1 TO WRK-QTD-BLOCOS
                   MOVE RTH-ORIGEM TO WRK-BLOCO-ORIGEM
                WHEN RTH-TIPO-REG EQUAL "T"
                   MOVE "S" TO WRK-TRAILER-LIDO
                   MOVE RTT-QTD-DETALHES TO WRK-TRL-QTD
                WHEN OTHER
                   ADD 1 TO WRK-QTD-DETALHES
                   IF WRK-BLOCO-ORIGEM EQUAL WRK-PARM-ORIGEM
                      PERFORM 0310-GRAVAR-DETALHE
                   END-IF
             END-EVALUATE.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

       0310-GRAVAR-DETALHE   SECTION.
             WRITE REG-RETORICLI FROM REG-RETORNO-DETALHE.
             IF FS-RETORICLI EQUAL ZEROS
                ADD 1 TO WRK-QTD-ORIGEM
             ELSE
                DISPLAY "ERRO AO GRAVAR RETORNO DA ORIGEM "
                        RET-AGENCIA RET-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0310-FIM. EXIT.

      *----------------------- FINALIZAR
      *    SEM O TRAILER O CONSOLIDADO E DE UMA CADEIA DE REINICIO
      *    AINDA ABERTA: O RETORNO DA ORIGEM FICA SEM TRAILER TAMBEM,
      *    PARA QUE ELA NAO CONSUMA UM RETORNO PELA METADE. O MESMO
      *    VALE PARA UM TRAILER QUE NAO CONFERE COM OS DETALHES.
       0400-FINALIZAR        SECTION.
           IF WRK-TRAILER-LIDO NOT EQUAL "S"
              DISPLAY "RETENTCLI SEM TRAILER (REINICIO PENDENTE) - "
                      "RETORNO DA ORIGEM NAO FECHADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WRK-TRL-QTD NOT EQUAL WRK-QTD-DETALHES
                 DISPLAY "RETENTCLI COM TRAILER DIVERGENTE: TRAILER "
                         WRK-TRL-QTD " LIDOS " WRK-QTD-DETALHES
                         " - RETORNO DA ORIGEM NAO FECHADO"
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE WRK-QTD-ORIGEM TO WRK-TS-QTD
                 WRITE REG-RETORICLI FROM WRK-TRAILER-SAIDA
                 IF FS-RETORICLI NOT EQUAL ZEROS
                    DISPLAY "ERRO AO GRAVAR TRAILER DO RETORNO DA "
                            "ORIGEM"
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           CLOSE RETENTCLI
                 RETORICLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "ORIGEM..........: " WRK-PARM-ORIGEM.
           DISPLAY "REGISTROS LIDOS.: " WRK-CONTADOR.
           DISPLAY "BLOCOS..........: " WRK-QTD-BLOCOS.
           DISPLAY "DETALHES........: " WRK-QTD-DETALHES.
           DISPLAY "DA ORIGEM.......: " WRK-QTD-ORIGEM.
       0400-FIM. EXIT.
