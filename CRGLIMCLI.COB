       IDENTIFICATION        DIVISION.
       PROGRAM-ID. CRGLIMCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    CARGA DOS LIMITES DE CHEQUE ESPECIAL CONTRATADOS:
      *    CRIA/ATUALIZA O CADASTRO INDEXADO LIMARQCLI CONSULTADO
      *    PELA MOVARQCLI ANTES DE POSTAR DEBITOS. CONTA JA
      *    CADASTRADA TEM LIMITE E VALIDADE SUBSTITUIDOS PELOS DA
      *    CARGA (O LIMITE PODE SER REDUZIDO OU ZERADO); CONTA SEM
      *    REGISTRO USA O LIMITE PADRAO DO TIPO (PARMLIMCLI).
           SELECT LIMENTCLI ASSIGN TO ".\LIMENTCLI.TXT"
               FILE STATUS IS FS-LIMENTCLI.
           SELECT LIMARQCLI ASSIGN TO ".\LIMARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS FS-LIMARQCLI.
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
       FD  LIMENTCLI
           RECORDING MODE IS F.
      *    LAYOUT = 30 POSICOES (AGENCIA, CONTA, LIMITE COM CENTAVOS
      *    E ULTIMO DIA DE VIGENCIA AAAAMMDD -- MESMA ORDEM DO
      *    BOOKLIM)
       01  REG-LIMENTCLI.
           05  LEN-AGENCIA       PICTURE 9(04).
           05  LEN-CONTA         PICTURE 9(07).
           05  LEN-VALOR         PICTURE 9(09)V99.
           05  LEN-VALIDADE      PICTURE 9(08).

       FD  LIMARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLIM".

      *    LAYOUT = 30 POSICOES

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
       01  FS-LIMENTCLI          PICTURE 9(02).
       01  FS-LIMARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-INCLUIDO PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-ALTERADO PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-REJEIT   PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-LIMENTCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.

             OPEN INPUT LIMENTCLI.
             IF FS-LIMENTCLI NOT EQUAL ZEROS
                DISPLAY "LIMENTCLI (LIMITES) NAO ENCONTRADO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    CADASTRO CRIADO VAZIO NA PRIMEIRA CARGA (FS 35), NO
      *    MESMO ESTILO DO CTLNUMCLI DA CARGA DE FAIXAS.
             OPEN I-O LIMARQCLI.
             IF FS-LIMARQCLI EQUAL 35
                OPEN OUTPUT LIMARQCLI
                CLOSE LIMARQCLI
                OPEN I-O LIMARQCLI
             END-IF.
             IF FS-LIMARQCLI NOT EQUAL ZEROS
                DISPLAY "LIMARQCLI NAO PODE SER ABERTO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ LIMENTCLI.
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
             MOVE "CRGLIMCLI"      TO RUN-PROGRAMA.
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

      *----------------------- PROCESSAR UM LIMITE
      *    LIMITE SEM CONTA OU SEM VALIDADE NAO E CARREGADO: SEM
      *    VALIDADE ELE VALERIA PARA SEMPRE.
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             IF LEN-AGENCIA EQUAL ZEROS OR
                LEN-CONTA EQUAL ZEROS OR
                LEN-VALOR NOT NUMERIC OR
                LEN-VALIDADE NOT NUMERIC OR
                LEN-VALIDADE EQUAL ZEROS
                DISPLAY "LIMITE INVALIDO " LEN-AGENCIA " "
                        LEN-CONTA
                ADD 1 TO WRK-CONTADOR-REJEIT
      *    NAO REBAIXA UM 16 (ERRO DE GRAVACAO) JA POSTO.
                IF RETURN-CODE LESS 8
                   MOVE 8 TO RETURN-CODE
                END-IF
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             MOVE LEN-AGENCIA  TO LIM-AGENCIA.
             MOVE LEN-CONTA    TO LIM-CONTA.
             MOVE LEN-VALOR    TO LIM-VALOR.
             MOVE LEN-VALIDADE TO LIM-VALIDADE.

             WRITE REG-LIMARQCLI.
             EVALUATE TRUE
                WHEN FS-LIMARQCLI EQUAL ZEROS
                   ADD 1 TO WRK-CONTADOR-INCLUIDO
      *    FS 22 = CONTA JA CADASTRADA: LIMITE E VALIDADE DA CARGA
      *    SUBSTITUEM OS ANTERIORES.
                WHEN FS-LIMARQCLI EQUAL 22
                   PERFORM 0320-ATUALIZAR-LIMITE
                WHEN OTHER
                   DISPLAY "ERRO AO GRAVAR LIMITE " LEN-AGENCIA " "
                           LEN-CONTA
                   ADD 1 TO WRK-CONTADOR-REJEIT
                   MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

       0320-ATUALIZAR-LIMITE SECTION.
             MOVE LEN-AGENCIA TO LIM-AGENCIA.
             MOVE LEN-CONTA   TO LIM-CONTA.
             READ LIMARQCLI
                INVALID KEY
                   DISPLAY "ERRO AO RELER LIMITE " LEN-AGENCIA " "
                           LEN-CONTA
                   ADD 1 TO WRK-CONTADOR-REJEIT
                   MOVE 16 TO RETURN-CODE
                   GO TO 0320-FIM
             END-READ.

             MOVE LEN-VALOR    TO LIM-VALOR.
             MOVE LEN-VALIDADE TO LIM-VALIDADE.

             REWRITE REG-LIMARQCLI.
             IF FS-LIMARQCLI EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-ALTERADO
             ELSE
                DISPLAY "ERRO AO ATUALIZAR LIMITE " LEN-AGENCIA " "
                        LEN-CONTA
                ADD 1 TO WRK-CONTADOR-REJEIT
                MOVE 16 TO RETURN-CODE
             END-IF.
       0320-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           CLOSE LIMENTCLI
                 LIMARQCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "LIMITES LIDOS...: " WRK-CONTADOR.
           DISPLAY "INCLUIDOS.......: " WRK-CONTADOR-INCLUIDO.
           DISPLAY "ATUALIZADOS.....: " WRK-CONTADOR-ALTERADO.
           DISPLAY "REJEITADOS......: " WRK-CONTADOR-REJEIT.
       0400-FIM. EXIT.
