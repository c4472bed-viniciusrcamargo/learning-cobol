
       IDENTIFICATION        DIVISION.
       PROGRAM-ID. CNVAUDCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    CONVERSAO UNICA DA TRILHA DE AUDITORIA PARA O LAYOUT DE 57
      *    POSICOES (BOOKAUD, COM OS OPERADORES DA DUPLA APROVACAO).
      *    AUDARQCLI E O ARQUIVO VIVO AINDA NO LAYOUT ANTIGO DE 41
      *    POSICOES; AUDARQNEW RECEBE CADA REGISTRO NO LAYOUT NOVO,
      *    COM OS OPERADORES EM BRANCO, E O JOB (CNVAUD) O POE NO
      *    LUGAR DO AUDARQCLI APOS O TERMINO NORMAL DO PASSO.
           SELECT AUDARQCLI ASSIGN TO ".\AUDARQCLI.TXT"
               FILE STATUS IS FS-AUDARQCLI.
           SELECT AUDARQNEW ASSIGN TO ".\AUDARQNEW.TXT"
               FILE STATUS IS FS-AUDARQNEW.

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
       FD  AUDARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 41 POSICOES (TRILHA DE AUDITORIA ANTES DOS
      *    OPERADORES: OS MESMOS CAMPOS DAS POSICOES 01-41 DO BOOKAUD)
       01  REG-AUDARQANT.
           05  AAN-AGENCIA       PICTURE 9(04).
           05  AAN-CONTA         PICTURE 9(07).
           05  AAN-FLAG          PICTURE X(01).
           05  AAN-MOTIVO        PICTURE X(15).
           05  AAN-DATA          PICTURE 9(08).
           05  AAN-HORA          PICTURE 9(06).

       FD  AUDARQNEW
           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

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
       01  FS-AUDARQCLI          PICTURE 9(02).
       01  FS-AUDARQNEW          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-GRAVADO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-INVALIDO PICTURE 9(09) USAGE COMP VALUE ZEROS.

       01  WRK-DATA-EXECUCAO     PICTURE 9(08).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-AUDARQCLI EQUAL 10.
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

             OPEN INPUT  AUDARQCLI.
             OPEN OUTPUT AUDARQNEW.

             IF FS-AUDARQCLI NOT EQUAL ZEROS OR
                FS-AUDARQNEW NOT EQUAL ZEROS
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
             MOVE "CNVAUDCLI"    TO RUN-PROGRAMA.
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
            READ AUDARQCLI.
       0210-FIM. EXIT.

      *----------------------- CONVERTER UM REGISTRO DA TRILHA
      *    DATA OU HORA NAO NUMERICA QUER DIZER QUE O ARQUIVO NAO
      *    ESTA NO LAYOUT ANTIGO (JA CONVERTIDO, POR EXEMPLO): O
      *    PASSO TERMINA COM RC 16 E O JOB NAO TROCA O ARQUIVO VIVO.
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             IF AAN-DATA NOT NUMERIC OR
                AAN-HORA NOT NUMERIC
                ADD 1 TO WRK-CONTADOR-INVALIDO
                DISPLAY "REGISTRO " WRK-CONTADOR " FORA DO LAYOUT "
                        "ANTIGO: " REG-AUDARQANT
                MOVE 16 TO RETURN-CODE
             ELSE
                PERFORM 0320-GRAVAR-CONVERTIDO
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- GRAVAR NO LAYOUT NOVO
      *    OS OPERADORES DA DUPLA APROVACAO NAO EXISTIAM: BRANCOS,
      *    COMO NAS DECISOES DOS LOTES.
       0320-GRAVAR-CONVERTIDO SECTION.
             MOVE SPACES       TO REG-AUDARQCLI.
             MOVE AAN-AGENCIA  TO AUD-AGENCIA.
             MOVE AAN-CONTA    TO AUD-CONTA.
             MOVE AAN-FLAG     TO AUD-FLAG.
             MOVE AAN-MOTIVO   TO AUD-MOTIVO.
             MOVE AAN-DATA     TO AUD-DATA.
             MOVE AAN-HORA     TO AUD-HORA.
             WRITE REG-AUDARQCLI.
             IF FS-AUDARQNEW EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-GRAVADO
             ELSE
                DISPLAY "ERRO AO GRAVAR AUDARQNEW " AUD-AGENCIA
                        AUD-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0320-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           CLOSE AUDARQCLI
                 AUDARQNEW.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "REGISTROS LIDOS: " WRK-CONTADOR.
           DISPLAY "CONVERTIDOS....: " WRK-CONTADOR-GRAVADO.
           DISPLAY "INVALIDOS......: " WRK-CONTADOR-INVALIDO.
       0400-FIM. EXIT.
