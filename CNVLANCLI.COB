
       IDENTIFICATION        DIVISION.
       PROGRAM-ID. CNVLANCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    CONVERSAO UNICA DO RAZAO DE MOVIMENTOS APLICADOS PARA O
      *    LAYOUT DE 88 POSICOES (BOOKLAN). LANARQCLI E O RAZAO
      *    CUMULATIVO ANTIGO, SEQUENCIAL, DE 63 POSICOES, NA ORDEM
      *    EM QUE OS MOVIMENTOS FORAM APLICADOS. LANCNVCLI RECEBE
      *    CADA LANCAMENTO NO LAYOUT NOVO, NA MESMA ORDEM; O JOB
      *    (CNVLAN) ORDENA PELA CHAVE E CARREGA O KSDS DO MES ABERTO.
           SELECT LANARQCLI ASSIGN TO ".\LANARQCLI.TXT"
               FILE STATUS IS FS-LANARQCLI.
           SELECT LANCNVCLI ASSIGN TO ".\LANCNVCLI.TXT"
               FILE STATUS IS FS-LANCNVCLI.

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
      *    LAYOUT = 63 POSICOES (RAZAO ANTES DA CHAVE DE LANCAMENTO,
      *    DO ESTORNO E DA CONTRAPARTIDA)
       01  REG-LANARQANT.
           05  LAA-AGENCIA       PICTURE 9(04).
           05  LAA-CONTA         PICTURE 9(07).
           05  LAA-DATA          PICTURE 9(08).
           05  LAA-HORA          PICTURE 9(06).
           05  LAA-OPERACAO      PICTURE X(01).
           05  LAA-VALOR         PICTURE 9(09)V99.
           05  LAA-SALDO-RESULT  PICTURE S9(09)V99
                                 SIGN IS LEADING SEPARATE.
           05  LAA-LOTE          PICTURE X(08).
           05  LAA-SEQUENCIA     PICTURE 9(06).

       FD  LANCNVCLI
           RECORDING MODE IS F.
           COPY "BOOKLAN".

      *    LAYOUT = 88 POSICOES

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
       01  FS-LANCNVCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ LANCAMENTO ANTIGO AGUARDANDO GRAVACAO
      *    A TRANSFERENCIA GRAVAVA A PERNA "E" E, LOGO EM SEGUIDA, A
      *    PERNA "R" COM A MESMA DATA, HORA, LOTE E SEQUENCIA: O
      *    LANCAMENTO FICA AQUI ATE SE SABER SE O SEGUINTE E O SEU
      *    PAR, PARA QUE AS DUAS PERNAS SAIAM COM A CONTRAPARTIDA.
       01  WRK-TEM-PENDENTE      PICTURE X(01) VALUE "N".
           88  WRK-COM-PENDENTE          VALUE "S".
           88  WRK-SEM-PENDENTE          VALUE "N".
       01  WRK-LAN-PENDENTE.
           05  LPD-AGENCIA       PICTURE 9(04).
           05  LPD-CONTA         PICTURE 9(07).
           05  LPD-DATA          PICTURE 9(08).
           05  LPD-HORA          PICTURE 9(06).
           05  LPD-OPERACAO      PICTURE X(01).
           05  LPD-VALOR         PICTURE 9(09)V99.
           05  LPD-SALDO-RESULT  PICTURE S9(09)V99
                                 SIGN IS LEADING SEPARATE.
           05  LPD-LOTE          PICTURE X(08).
           05  LPD-SEQUENCIA     PICTURE 9(06).
       01  WRK-AGENCIA-CONTRA    PICTURE 9(04).
       01  WRK-CONTA-CONTRA      PICTURE 9(07).
       01  WRK-AGENCIA-PAR       PICTURE 9(04).
       01  WRK-CONTA-PAR         PICTURE 9(07).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-GRAVADO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-PARES    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SEM-PAR  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-INVALIDO PICTURE 9(09) USAGE COMP VALUE ZEROS.

       01  WRK-DATA-EXECUCAO     PICTURE 9(08).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL WRK-SEM-PENDENTE.
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

             OPEN INPUT  LANARQCLI.
             OPEN OUTPUT LANCNVCLI.

             IF FS-LANARQCLI NOT EQUAL ZEROS OR
                FS-LANCNVCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0210-LEITURA.
             IF FS-LANARQCLI EQUAL ZEROS
                MOVE REG-LANARQANT TO WRK-LAN-PENDENTE
                MOVE "S" TO WRK-TEM-PENDENTE
             END-IF.
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
             MOVE "CNVLANCLI"    TO RUN-PROGRAMA.
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
            READ LANARQCLI.
            IF FS-LANARQCLI EQUAL ZEROS
               ADD 1 TO WRK-CONTADOR
            END-IF.
       0210-FIM. EXIT.

      *----------------------- GRAVAR O LANCAMENTO PENDENTE
      *    SE O LIDO EM SEGUIDA FOR A PERNA "R" DA MESMA
      *    TRANSFERENCIA, AS DUAS PERNAS SAO GRAVADAS JUNTAS, CADA UMA
      *    COM A CONTA DA OUTRA NA CONTRAPARTIDA. PERNA SEM PAR SAI
      *    COM A CONTRAPARTIDA ZERADA (RC 04): O ESTORNO DESSA
      *    TRANSFERENCIA SERA RECUSADO E TERA DE SER LANCADO A MAO.
       0300-PROCESSAR        SECTION.
             PERFORM 0210-LEITURA.

             IF FS-LANARQCLI EQUAL ZEROS   AND
                LPD-OPERACAO EQUAL "E"     AND
                LAA-OPERACAO EQUAL "R"     AND
                LAA-DATA EQUAL LPD-DATA    AND
                LAA-HORA EQUAL LPD-HORA    AND
                LAA-LOTE EQUAL LPD-LOTE    AND
                LAA-SEQUENCIA EQUAL LPD-SEQUENCIA
                MOVE LPD-AGENCIA TO WRK-AGENCIA-PAR
                MOVE LPD-CONTA   TO WRK-CONTA-PAR
                MOVE LAA-AGENCIA TO WRK-AGENCIA-CONTRA
                MOVE LAA-CONTA   TO WRK-CONTA-CONTRA
                PERFORM 0320-GRAVAR-CONVERTIDO
                MOVE REG-LANARQANT   TO WRK-LAN-PENDENTE
                MOVE WRK-AGENCIA-PAR TO WRK-AGENCIA-CONTRA
                MOVE WRK-CONTA-PAR   TO WRK-CONTA-CONTRA
                PERFORM 0320-GRAVAR-CONVERTIDO
                ADD 1 TO WRK-CONTADOR-PARES
                PERFORM 0210-LEITURA
             ELSE
                MOVE ZEROS TO WRK-AGENCIA-CONTRA
                MOVE ZEROS TO WRK-CONTA-CONTRA
                IF LPD-OPERACAO EQUAL "E" OR
                   LPD-OPERACAO EQUAL "R"
                   ADD 1 TO WRK-CONTADOR-SEM-PAR
                   DISPLAY "PERNA SEM PAR " LPD-AGENCIA LPD-CONTA
                           " LOTE " LPD-LOTE " SEQ " LPD-SEQUENCIA
                   IF RETURN-CODE LESS 4
                      MOVE 4 TO RETURN-CODE
                   END-IF
                END-IF
                PERFORM 0320-GRAVAR-CONVERTIDO
             END-IF.

             IF FS-LANARQCLI EQUAL ZEROS
                MOVE REG-LANARQANT TO WRK-LAN-PENDENTE
             ELSE
                MOVE "N" TO WRK-TEM-PENDENTE
             END-IF.
       0300-FIM. EXIT.

      *----------------------- GRAVAR NO LAYOUT NOVO
      *    CAMPO NUMERICO INVALIDO OU OPERACAO DESCONHECIDA QUER
      *    DIZER QUE O ARQUIVO NAO ESTA NO LAYOUT ANTIGO (JA
      *    CONVERTIDO, POR EXEMPLO): O REGISTRO NAO E GRAVADO, O
      *    PASSO TERMINA COM RC 16 E O JOB NAO CARREGA O KSDS. O
      *    ESTORNO NAO EXISTIA NO LAYOUT ANTIGO: REFERENCIA VAZIA.
       0320-GRAVAR-CONVERTIDO SECTION.
             IF LPD-DATA NOT NUMERIC OR
                LPD-HORA NOT NUMERIC OR
                LPD-VALOR NOT NUMERIC OR
                LPD-SALDO-RESULT NOT NUMERIC OR
                LPD-SEQUENCIA NOT NUMERIC OR
                (LPD-OPERACAO NOT EQUAL "C" AND
                 LPD-OPERACAO NOT EQUAL "D" AND
                 LPD-OPERACAO NOT EQUAL "E" AND
                 LPD-OPERACAO NOT EQUAL "R")
                ADD 1 TO WRK-CONTADOR-INVALIDO
                DISPLAY "REGISTRO FORA DO LAYOUT ANTIGO: "
                        WRK-LAN-PENDENTE
                MOVE 16 TO RETURN-CODE
                GO TO 0320-FIM
             END-IF.

             MOVE SPACES             TO REG-LANARQCLI.
             MOVE LPD-AGENCIA        TO LAN-AGENCIA.
             MOVE LPD-CONTA          TO LAN-CONTA.
             MOVE LPD-DATA           TO LAN-DATA.
             MOVE LPD-HORA           TO LAN-HORA.
             MOVE LPD-LOTE           TO LAN-LOTE.
             MOVE LPD-SEQUENCIA      TO LAN-SEQUENCIA.
             MOVE LPD-OPERACAO       TO LAN-OPERACAO.
             MOVE LPD-VALOR          TO LAN-VALOR.
             MOVE LPD-SALDO-RESULT   TO LAN-SALDO-RESULT.
             MOVE SPACES             TO LAN-LOTE-ORIGEM.
             MOVE ZEROS              TO LAN-SEQ-ORIGEM.
             MOVE WRK-AGENCIA-CONTRA TO LAN-AGENCIA-CONTRA.
             MOVE WRK-CONTA-CONTRA   TO LAN-CONTA-CONTRA.
             WRITE REG-LANARQCLI.
             IF FS-LANCNVCLI EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-GRAVADO
             ELSE
                DISPLAY "ERRO AO GRAVAR LANCNVCLI " LAN-AGENCIA
                        LAN-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0320-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           CLOSE LANARQCLI
                 LANCNVCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "REGISTROS LIDOS: " WRK-CONTADOR.
           DISPLAY "CONVERTIDOS....: " WRK-CONTADOR-GRAVADO.
           DISPLAY "TRANSFERENCIAS.: " WRK-CONTADOR-PARES.
           DISPLAY "PERNAS SEM PAR.: " WRK-CONTADOR-SEM-PAR.
           DISPLAY "INVALIDOS......: " WRK-CONTADOR-INVALIDO.
       0400-FIM. EXIT.
