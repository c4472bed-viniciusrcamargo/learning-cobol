       IDENTIFICATION        DIVISION.
       PROGRAM-ID. AGDMOVCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    ORDENS PERMANENTES (DEBITO PROGRAMADO E TRANSFERENCIA
      *    AGENDADA): PARA A DATA-MOVIMENTO DO CALENDARIO, TODA ORDEM
      *    ATIVA CUJA PROXIMA OCORRENCIA -- EMPURRADA PARA O PROXIMO
      *    DIA UTIL QUANDO CAI EM SABADO, DOMINGO OU FERIADO -- JA
      *    VENCEU GERA UM MOVIMENTO NO LAYOUT BOOKMOV, COM LOTE
      *    PROPRIO DO DIA. O PROGRAMA NAO REGRAVA SARQCLI: O PASSO
      *    SEGUINTE DO JOB AGDMOV APLICA O ARQUIVO GERADO PELA
      *    MOVARQCLI, COMO NO FECHAMENTO MENSAL (JURTARCLI) -- SALDO
      *    E LIMITE SAO CRITICADOS LA, E A RESUBMISSAO DO MESMO DIA
      *    E RECUSADA COMO LOTE DUPLICADO.
      *    AGDARQCLI E LIDO INTEIRO E REGRAVADO EM AGDARQNEW COM A
      *    PROXIMA OCORRENCIA AVANCADA; O JOB SUBSTITUI UM PELO OUTRO
      *    APOS O TERMINO NORMAL DOS PASSOS.
           SELECT AGDARQCLI ASSIGN TO ".\AGDARQCLI.TXT"
               FILE STATUS IS FS-AGDARQCLI.
           SELECT AGDARQNEW ASSIGN TO ".\AGDARQNEW.TXT"
               FILE STATUS IS FS-AGDARQNEW.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
           SELECT MOVAGDCLI ASSIGN TO ".\MOVAGDCLI.TXT"
               FILE STATUS IS FS-MOVAGDCLI.
           SELECT RELAGDCLI ASSIGN TO ".\RELAGDCLI.TXT"
               FILE STATUS IS FS-RELAGDCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
      *    RELOGIO DA MAQUINA, PARA QUE A REEXECUCAO DE UM JOB EM
      *    OUTRO DIA CIVIL CARIMBE A DATA DE NEGOCIO CERTA. OS
      *    REGISTROS "F" (FERIADOS) SAO OS MESMOS PULADOS PELO FIM
      *    DE DIA (FIMDIACLI).
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
       FD  AGDARQCLI
           RECORDING MODE IS F.
           COPY "BOOKAGD".

      *    LAYOUT = 62 POSICOES

       FD  AGDARQNEW
           RECORDING MODE IS F.
      *    LAYOUT = 62 POSICOES (MESMO LAYOUT DO AGDARQCLI)
       01  REG-AGDARQNEW         PICTURE X(62).

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  MOVAGDCLI
           RECORDING MODE IS F.
           COPY "BOOKMOV".

      *    LAYOUT = 62 POSICOES

       FD  RELAGDCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DAS ORDENS PERMANENTES)
       01  REG-RELAGDCLI         PICTURE X(80).

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
       01  FS-AGDARQCLI          PICTURE 9(02).
       01  FS-AGDARQNEW          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-MOVAGDCLI          PICTURE 9(02).
       01  FS-RELAGDCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ LOTE E SEQUENCIA DOS LANCAMENTOS GERADOS
      *    LOTE "AG" + DATA-MOVIMENTO AAMMDD: UM LOTE POR DIA DE
      *    NEGOCIO, RECUSADO PELA MOVARQCLI SE SUBMETIDO DE NOVO.
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-SECULO   PICTURE 9(02).
           05  WRK-EXEC-AAMMDD   PICTURE 9(06).
       01  WRK-LOTE-GERADO.
           05  FILLER            PICTURE X(02) VALUE "AG".
           05  WRK-LOTE-DATA     PICTURE 9(06).
       01  WRK-SEQUENCIA         PICTURE 9(06) VALUE ZEROS.

      *------------ SITUACAO DA ORDEM NESTA EXECUCAO
       01  WRK-DATA-VENCIMENTO   PICTURE 9(08).
       01  WRK-SITUACAO          PICTURE X(24).
       01  WRK-MOTIVO            PICTURE X(24).
       01  WRK-ORDEM-VALIDA      PICTURE X(01).
           88  WRK-ORDEM-OK              VALUE "S".

      *------------ DATA DE TRABALHO DO CALENDARIO (VENCIMENTO E
      *------------ AVANCO DA PROXIMA OCORRENCIA)
       01  WRK-DATA-CANDIDATA.
           05  WRK-CAND-ANO      PICTURE 9(04).
           05  WRK-CAND-MES      PICTURE 9(02).
           05  WRK-CAND-DIA      PICTURE 9(02).
       01  WRK-DATA-CAND-NUM REDEFINES WRK-DATA-CANDIDATA
                                 PICTURE 9(08).
       01  WRK-DATA-INICIO-R.
           05  FILLER            PICTURE 9(06).
           05  WRK-DIA-BASE      PICTURE 9(02).
       01  WRK-DATA-INICIO-NUM REDEFINES WRK-DATA-INICIO-R
                                 PICTURE 9(08).

      *------------ TABELA DE FERIADOS DO CALENDARIO
       01  WRK-FER-TABELA.
           05  WRK-FERIADO       PICTURE 9(08) OCCURS 999 TIMES.
       01  WRK-QTD-FERIADOS      PICTURE 9(03) USAGE COMP VALUE ZEROS.
       01  WRK-IDX               PICTURE 9(03) USAGE COMP.
       01  WRK-E-DIA-UTIL        PICTURE X(01).
           88  WRK-DIA-UTIL              VALUE "S".

      *------------ CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER:
      *------------ 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA...)
       01  WRK-Z-ANO             PICTURE 9(04) USAGE COMP.
       01  WRK-Z-MES             PICTURE 9(02) USAGE COMP.
       01  WRK-Z-SECULO          PICTURE 9(02) USAGE COMP.
       01  WRK-Z-ANO-SEC         PICTURE 9(02) USAGE COMP.
       01  WRK-Z-TERMO-MES       PICTURE 9(03) USAGE COMP.
       01  WRK-Z-TERMO-ANO       PICTURE 9(02) USAGE COMP.
       01  WRK-Z-TERMO-SEC       PICTURE 9(02) USAGE COMP.
       01  WRK-Z-SOMA            PICTURE 9(06) USAGE COMP.
       01  WRK-Z-QUOC            PICTURE 9(06) USAGE COMP.
       01  WRK-DIA-SEMANA        PICTURE 9(01).

      *------------ DIAS NO MES (AJUSTADO PARA ANO BISSEXTO)
       01  WRK-DIAS-MES-TAB.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 28.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
           05  WRK-DIAS-NO-MES   PICTURE 9(02) OCCURS 12 TIMES.
       01  WRK-LIMITE-DIA        PICTURE 9(02) USAGE COMP.
       01  WRK-RESTO-BISSEXTO    PICTURE 9(04) USAGE COMP.

      *------------ TRAVAS CONTRA CALENDARIO DEGENERADO E ORDEM
      *------------ MUITO ATRASADA
       01  WRK-TENTATIVAS        PICTURE 9(03) USAGE COMP.
       01  WRK-AVANCOS           PICTURE 9(05) USAGE COMP.

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-GERADAS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-PULADAS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-EXPIRAD  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-INVALID  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-A-VENCER PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-SOMA-GERADA       PICTURE 9(11)V99 USAGE COMP
                                  VALUE ZEROS.

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-VALOR-ED          PICTURE Z(10)9,99.
       01  WRK-SOMA-ED           PICTURE Z(10)9,99.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-AGDARQCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    SEM O CADASTRO DE ORDENS O JOB ABORTA: UM AGDARQCLI
      *    AUSENTE SERIA SUBSTITUIDO POR UM VAZIO NO FIM DO JOB E
      *    TODAS AS ORDENS SE PERDERIAM.
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             OPEN INPUT AGDARQCLI.
             IF FS-AGDARQCLI NOT EQUAL ZEROS
                DISPLAY "AGDARQCLI (ORDENS PERMANENTES) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT  SARQCLI.
             OPEN OUTPUT AGDARQNEW.
             OPEN OUTPUT MOVAGDCLI.
             OPEN OUTPUT RELAGDCLI.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-AGDARQNEW NOT EQUAL ZEROS OR
                FS-MOVAGDCLI NOT EQUAL ZEROS OR
                FS-RELAGDCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE WRK-EXEC-AAMMDD TO WRK-LOTE-DATA.

             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO E FERIADOS
      *    SEM O CALENDARIO (PRIMEIRA INSTALACAO) A DATA DA MAQUINA
      *    E USADA, COM AVISO NO SYSOUT, E SO SABADO E DOMINGO
      *    EMPURRAM O VENCIMENTO.
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
                EVALUATE CAL-TIPO
                   WHEN "D"
                      MOVE CAL-DATA TO WRK-DATA-EXECUCAO
                   WHEN "F"
                      IF WRK-QTD-FERIADOS LESS 999
                         ADD 1 TO WRK-QTD-FERIADOS
                         MOVE CAL-DATA
                           TO WRK-FERIADO(WRK-QTD-FERIADOS)
                      END-IF
                END-EVALUATE
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
             MOVE "AGDMOVCLI"    TO RUN-PROGRAMA.
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
            READ AGDARQCLI
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

      *----------------------- PROCESSAR UMA ORDEM
      *    TODA ORDEM LIDA E REGRAVADA EM AGDARQNEW (0355), MUDADA
      *    OU NAO: O ARQUIVO NOVO SUBSTITUI O CADASTRO INTEIRO.
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             IF AGD-EXPIRADA
                PERFORM 0355-GRAVAR-ORDEM
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             IF AGD-DATA-PROXIMA EQUAL ZEROS
                MOVE AGD-DATA-INICIO TO AGD-DATA-PROXIMA
             END-IF.

             PERFORM 0310-VALIDAR-ORDEM.
             IF NOT WRK-ORDEM-OK
                MOVE ZEROS TO WRK-DATA-VENCIMENTO
                ADD 1 TO WRK-CONTADOR-INVALID
                PERFORM 0390-IMPRIMIR-DETALHE
                PERFORM 0355-GRAVAR-ORDEM
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

      *    ORDEM CUJA PROXIMA OCORRENCIA JA PASSOU DO FIM DA
      *    VIGENCIA (PRAZO ENCURTADO DEPOIS DA ULTIMA EXECUCAO)
      *    EXPIRA SEM GERAR NADA.
             IF AGD-DATA-FIM NOT EQUAL ZEROS AND
                AGD-DATA-PROXIMA GREATER AGD-DATA-FIM
                MOVE ZEROS TO WRK-DATA-VENCIMENTO
                PERFORM 0357-EXPIRAR-ORDEM
                PERFORM 0355-GRAVAR-ORDEM
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             PERFORM 0320-CALCULAR-VENCIMENTO.
             IF WRK-DATA-VENCIMENTO GREATER WRK-DATA-EXECUCAO
                ADD 1 TO WRK-CONTADOR-A-VENCER
                PERFORM 0355-GRAVAR-ORDEM
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             PERFORM 0330-VERIFICAR-CONTAS.
             IF WRK-MOTIVO EQUAL SPACES
                PERFORM 0340-GRAVAR-MOVIMENTO
             ELSE
                MOVE WRK-MOTIVO TO WRK-SITUACAO
                ADD 1 TO WRK-CONTADOR-PULADAS
             END-IF.

      *    A OCORRENCIA PULADA (CONTA ENCERRADA OU BLOQUEADA) NAO
      *    FICA PENDENTE: A ORDEM ANDA PARA A PROXIMA DO MESMO JEITO.
             PERFORM 0350-AVANCAR-PROXIMA.
             PERFORM 0390-IMPRIMIR-DETALHE.

             IF AGD-DATA-FIM NOT EQUAL ZEROS AND
                AGD-DATA-PROXIMA GREATER AGD-DATA-FIM
                PERFORM 0357-EXPIRAR-ORDEM
             END-IF.

             PERFORM 0355-GRAVAR-ORDEM.
             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- VALIDAR A ORDEM
      *    ORDEM INVALIDA E LISTADA E REGRAVADA SEM MUDANCA, PARA A
      *    AGENCIA CORRIGIR O CADASTRO; O JOB TERMINA COM RC 04.
       0310-VALIDAR-ORDEM    SECTION.
             MOVE "S" TO WRK-ORDEM-VALIDA.
             MOVE SPACES TO WRK-SITUACAO.

             EVALUATE TRUE
                WHEN AGD-VALOR NOT NUMERIC OR AGD-VALOR EQUAL ZEROS
                   MOVE "INVALIDA-VALOR"      TO WRK-SITUACAO
                WHEN NOT AGD-SEMANAL AND NOT AGD-QUINZENAL AND
                     NOT AGD-MENSAL
                   MOVE "INVALIDA-FREQUENCIA" TO WRK-SITUACAO
                WHEN AGD-DATA-INICIO NOT NUMERIC OR
                     AGD-DATA-INICIO EQUAL ZEROS OR
                     AGD-DATA-PROXIMA NOT NUMERIC OR
                     AGD-DATA-FIM NOT NUMERIC
                   MOVE "INVALIDA-DATAS"      TO WRK-SITUACAO
                WHEN AGD-CHAVE-DEST NOT NUMERIC
                   MOVE "INVALIDA-DESTINO"    TO WRK-SITUACAO
                WHEN AGD-AGENCIA-DEST EQUAL AGD-AGENCIA AND
                     AGD-CONTA-DEST EQUAL AGD-CONTA
                   MOVE "INVALIDA-DESTINO"    TO WRK-SITUACAO
             END-EVALUATE.

             IF WRK-SITUACAO EQUAL SPACES
                MOVE AGD-DATA-INICIO TO WRK-DATA-CAND-NUM
                PERFORM 0311-CONFERIR-DATA
             END-IF.
             IF WRK-SITUACAO EQUAL SPACES
                MOVE AGD-DATA-PROXIMA TO WRK-DATA-CAND-NUM
                PERFORM 0311-CONFERIR-DATA
             END-IF.

             IF WRK-SITUACAO NOT EQUAL SPACES
                MOVE "N" TO WRK-ORDEM-VALIDA
             END-IF.
       0310-FIM. EXIT.

      *    MES FORA DE 01-12 ESTOURARIA A TABELA DE DIAS DO MES.
       0311-CONFERIR-DATA    SECTION.
             IF WRK-CAND-MES LESS 1 OR WRK-CAND-MES GREATER 12 OR
                WRK-CAND-DIA LESS 1 OR WRK-CAND-DIA GREATER 31
                MOVE "INVALIDA-DATAS" TO WRK-SITUACAO
             END-IF.
       0311-FIM. EXIT.

      *----------------------- VENCIMENTO EFETIVO DA OCORRENCIA
      *    A PROXIMA OCORRENCIA NOMINAL E EMPURRADA PARA O PROXIMO
      *    DIA UTIL, NA MESMA REGRA DO FIM DE DIA: O DEBITO DE UM
      *    SABADO SAI NA SEGUNDA (OU NO PRIMEIRO DIA UTIL DEPOIS).
       0320-CALCULAR-VENCIMENTO SECTION.
             MOVE AGD-DATA-PROXIMA TO WRK-DATA-CAND-NUM.
             MOVE ZEROS TO WRK-TENTATIVAS.
             PERFORM 0384-VERIFICAR-DIA-UTIL.

             PERFORM 0321-TENTAR-PROXIMO-DIA
                UNTIL WRK-DIA-UTIL OR WRK-TENTATIVAS GREATER 400.

             MOVE WRK-DATA-CAND-NUM TO WRK-DATA-VENCIMENTO.
       0320-FIM. EXIT.

       0321-TENTAR-PROXIMO-DIA SECTION.
             ADD 1 TO WRK-TENTATIVAS.
             PERFORM 0380-SOMAR-UM-DIA.
             PERFORM 0384-VERIFICAR-DIA-UTIL.
       0321-FIM. EXIT.

      *----------------------- CONFERIR AS CONTAS DA ORDEM
      *    A ORIGEM E DEBITADA: ENCERRADA OU COM QUALQUER BLOQUEIO
      *    (INCLUSIVE O SO PARA CREDITO) PULA A OCORRENCIA. O
      *    DESTINO E CREDITADO: SO ENCERRADA OU BLOQUEIO TOTAL
      *    IMPEDEM. SALDO E LIMITE FICAM PARA A MOVARQCLI.
       0330-VERIFICAR-CONTAS SECTION.
             MOVE SPACES TO WRK-MOTIVO.

             MOVE AGD-AGENCIA TO SARQCLI-AGENCIA.
             MOVE AGD-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   MOVE "NAO EXEC-CONTA NAO EXIST" TO WRK-MOTIVO
                   GO TO 0330-FIM
             END-READ.

             IF SARQCLI-ENCERRADA
                MOVE "NAO EXEC-CONTA ENCERRADA" TO WRK-MOTIVO
                GO TO 0330-FIM
             END-IF.
             IF SARQCLI-BLOQ-TOTAL OR SARQCLI-BLOQ-CREDITO
                MOVE "NAO EXEC-CONTA BLOQUEADA" TO WRK-MOTIVO
                GO TO 0330-FIM
             END-IF.

             IF AGD-AGENCIA-DEST EQUAL ZEROS AND
                AGD-CONTA-DEST EQUAL ZEROS
                GO TO 0330-FIM
             END-IF.

             MOVE AGD-AGENCIA-DEST TO SARQCLI-AGENCIA.
             MOVE AGD-CONTA-DEST   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   MOVE "NAO EXEC-DEST NAO EXIST" TO WRK-MOTIVO
                   GO TO 0330-FIM
             END-READ.

             IF SARQCLI-ENCERRADA
                MOVE "NAO EXEC-DEST ENCERRADA" TO WRK-MOTIVO
                GO TO 0330-FIM
             END-IF.
             IF SARQCLI-BLOQ-TOTAL
                MOVE "NAO EXEC-DEST BLOQUEADA" TO WRK-MOTIVO
             END-IF.
       0330-FIM. EXIT.

      *----------------------- GRAVAR LANCAMENTO NO LAYOUT BOOKMOV
      *    SEM CONTA DE DESTINO A ORDEM E UM DEBITO ("D"); COM
      *    DESTINO, UMA TRANSFERENCIA ("T") ENTRE AS DUAS CONTAS.
       0340-GRAVAR-MOVIMENTO SECTION.
             ADD 1 TO WRK-SEQUENCIA.

             MOVE AGD-AGENCIA      TO MOV-AGENCIA.
             MOVE AGD-CONTA        TO MOV-CONTA.
             MOVE AGD-VALOR        TO MOV-VALOR.
             MOVE WRK-LOTE-GERADO  TO MOV-LOTE.
             MOVE WRK-SEQUENCIA    TO MOV-SEQUENCIA.
             MOVE AGD-AGENCIA-DEST TO MOV-AGENCIA-DEST.
             MOVE AGD-CONTA-DEST   TO MOV-CONTA-DEST.
             MOVE SPACES           TO MOV-LOTE-ORIGEM.
             MOVE ZEROS            TO MOV-SEQ-ORIGEM.
             IF AGD-AGENCIA-DEST EQUAL ZEROS AND
                AGD-CONTA-DEST EQUAL ZEROS
                MOVE "D" TO MOV-OPERACAO
                MOVE "DEBITO GERADO"        TO WRK-SITUACAO
             ELSE
                MOVE "T" TO MOV-OPERACAO
                MOVE "TRANSFERENCIA GERADA" TO WRK-SITUACAO
             END-IF.

             WRITE REG-MOVARQCLI.
             IF FS-MOVAGDCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR MOVIMENTO " AGD-AGENCIA
                        AGD-CONTA
                MOVE 16 TO RETURN-CODE
             ELSE
                ADD 1 TO WRK-CONTADOR-GERADAS
                ADD AGD-VALOR TO WRK-SOMA-GERADA
             END-IF.
       0340-FIM. EXIT.

      *----------------------- AVANCAR A PROXIMA OCORRENCIA
      *    A PROXIMA OCORRENCIA NOMINAL ANDA ATE DEPOIS DA
      *    DATA-MOVIMENTO: OCORRENCIAS QUE FICARAM PARA TRAS (ORDEM
      *    CADASTRADA COM INICIO NO PASSADO) NAO SAO COBRADAS EM
      *    ATRASO -- SAI UM MOVIMENTO SO POR EXECUCAO.
       0350-AVANCAR-PROXIMA  SECTION.
             MOVE AGD-DATA-INICIO TO WRK-DATA-INICIO-NUM.
             MOVE ZEROS TO WRK-AVANCOS.

             PERFORM 0351-AVANCAR-UMA-OCORRENCIA
                UNTIL AGD-DATA-PROXIMA GREATER WRK-DATA-EXECUCAO
                   OR WRK-AVANCOS GREATER 9999.
       0350-FIM. EXIT.

      *    NA MENSAL O DIA VOLTA SEMPRE AO DIA DO INICIO, LIMITADO
      *    AO ULTIMO DIA DO MES: UMA ORDEM DO DIA 31 SAI EM 30/04 E
      *    VOLTA A SAIR EM 31/05.
       0351-AVANCAR-UMA-OCORRENCIA SECTION.
             ADD 1 TO WRK-AVANCOS.
             MOVE AGD-DATA-PROXIMA TO WRK-DATA-CAND-NUM.

             EVALUATE TRUE
                WHEN AGD-SEMANAL
                   PERFORM 0380-SOMAR-UM-DIA 7 TIMES
                WHEN AGD-QUINZENAL
                   PERFORM 0380-SOMAR-UM-DIA 14 TIMES
                WHEN AGD-MENSAL
                   IF WRK-CAND-MES LESS 12
                      ADD 1 TO WRK-CAND-MES
                   ELSE
                      MOVE 1 TO WRK-CAND-MES
                      ADD 1 TO WRK-CAND-ANO
                   END-IF
                   PERFORM 0382-CALCULAR-FIM-MES
                   IF WRK-DIA-BASE GREATER WRK-LIMITE-DIA
                      MOVE WRK-LIMITE-DIA TO WRK-CAND-DIA
                   ELSE
                      MOVE WRK-DIA-BASE TO WRK-CAND-DIA
                   END-IF
             END-EVALUATE.

             MOVE WRK-DATA-CAND-NUM TO AGD-DATA-PROXIMA.
       0351-FIM. EXIT.

      *----------------------- REGRAVAR A ORDEM NO CADASTRO NOVO
       0355-GRAVAR-ORDEM     SECTION.
             MOVE REG-AGDARQCLI TO REG-AGDARQNEW.
             WRITE REG-AGDARQNEW.
             IF FS-AGDARQNEW NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR AGDARQNEW " AGD-CHAVE
                MOVE 16 TO RETURN-CODE
             END-IF.
       0355-FIM. EXIT.

      *----------------------- EXPIRAR A ORDEM
      *    A ORDEM EXPIRADA CONTINUA NO CADASTRO (SITUACAO "E") PARA
      *    CONSULTA, MAS NAO E MAIS EXECUTADA.
       0357-EXPIRAR-ORDEM    SECTION.
             MOVE "E" TO AGD-SITUACAO.
             MOVE "EXPIRADA" TO WRK-SITUACAO.
             ADD 1 TO WRK-CONTADOR-EXPIRAD.
             PERFORM 0390-IMPRIMIR-DETALHE.
       0357-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELAGDCLI.
             STRING "ORDENS PERMANENTES - LOTE " DELIMITED BY SIZE
                    WRK-LOTE-GERADO   DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "         DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELAGDCLI.
             WRITE REG-RELAGDCLI.

             MOVE SPACES TO REG-RELAGDCLI.
             STRING "AGEN-CONTA  /ORD          VALOR VENCIMEN"
                    " PROXIMA  SITUACAO"
                       DELIMITED BY SIZE
               INTO REG-RELAGDCLI.
             WRITE REG-RELAGDCLI.

             MOVE SPACES TO REG-RELAGDCLI.
             WRITE REG-RELAGDCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA: 0360-NOVA-PAGINA USA O MESMO REG-RELAGDCLI PARA
      *    GRAVAR O CABECALHO E A SOBRESCREVERIA.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELAGDCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELAGDCLI
             END-IF.
             WRITE REG-RELAGDCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- SOMAR UM DIA CIVIL A CANDIDATA
       0380-SOMAR-UM-DIA     SECTION.
             PERFORM 0382-CALCULAR-FIM-MES.

             IF WRK-CAND-DIA LESS WRK-LIMITE-DIA
                ADD 1 TO WRK-CAND-DIA
             ELSE
                MOVE 1 TO WRK-CAND-DIA
                IF WRK-CAND-MES LESS 12
                   ADD 1 TO WRK-CAND-MES
                ELSE
                   MOVE 1 TO WRK-CAND-MES
                   ADD 1 TO WRK-CAND-ANO
                END-IF
             END-IF.
       0380-FIM. EXIT.

      *----------------------- ULTIMO DIA DO MES DA CANDIDATA
      *    FEVEREIRO DE ANO BISSEXTO TEM 29: DIVISIVEL POR 4 E NAO
      *    POR 100, OU DIVISIVEL POR 400.
       0382-CALCULAR-FIM-MES SECTION.
             MOVE WRK-DIAS-NO-MES(WRK-CAND-MES) TO WRK-LIMITE-DIA.

             IF WRK-CAND-MES EQUAL 2
                DIVIDE WRK-CAND-ANO BY 4 GIVING WRK-Z-QUOC
                   REMAINDER WRK-RESTO-BISSEXTO
                IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                   DIVIDE WRK-CAND-ANO BY 100 GIVING WRK-Z-QUOC
                      REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO NOT EQUAL ZEROS
                      MOVE 29 TO WRK-LIMITE-DIA
                   ELSE
                      DIVIDE WRK-CAND-ANO BY 400 GIVING WRK-Z-QUOC
                         REMAINDER WRK-RESTO-BISSEXTO
                      IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                         MOVE 29 TO WRK-LIMITE-DIA
                      END-IF
                   END-IF
                END-IF
             END-IF.
       0382-FIM. EXIT.

      *----------------------- A CANDIDATA E DIA UTIL?
       0384-VERIFICAR-DIA-UTIL SECTION.
             MOVE "S" TO WRK-E-DIA-UTIL.

             PERFORM 0388-CALCULAR-DIA-SEMANA.
             IF WRK-DIA-SEMANA EQUAL 0 OR WRK-DIA-SEMANA EQUAL 1
                MOVE "N" TO WRK-E-DIA-UTIL
                GO TO 0384-FIM
             END-IF.

             PERFORM 0386-VERIFICAR-FERIADO
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX GREATER WRK-QTD-FERIADOS
                   OR WRK-E-DIA-UTIL EQUAL "N".
       0384-FIM. EXIT.

       0386-VERIFICAR-FERIADO SECTION.
             IF WRK-FERIADO(WRK-IDX) EQUAL WRK-DATA-CAND-NUM
                MOVE "N" TO WRK-E-DIA-UTIL
             END-IF.
       0386-FIM. EXIT.

      *----------------------- DIA DA SEMANA (ZELLER, GREGORIANO)
      *    JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      *    ANTERIOR; O RESULTADO 0 E SABADO E 1 E DOMINGO.
       0388-CALCULAR-DIA-SEMANA SECTION.
             MOVE WRK-CAND-ANO TO WRK-Z-ANO.
             MOVE WRK-CAND-MES TO WRK-Z-MES.
             IF WRK-Z-MES LESS 3
                ADD 12 TO WRK-Z-MES
                SUBTRACT 1 FROM WRK-Z-ANO
             END-IF.

             DIVIDE WRK-Z-ANO BY 100 GIVING WRK-Z-SECULO
                REMAINDER WRK-Z-ANO-SEC.

      *    CADA TERMO FRACIONARIO E TRUNCADO EM SEPARADO (DIVIDE
      *    INTEIRO): SOMA-LOS COM CASAS DECIMAIS E TRUNCAR SO NO
      *    FINAL ERRARIA O DIA DA SEMANA EM PARTE DAS DATAS.
             COMPUTE WRK-Z-TERMO-MES = 13 * (WRK-Z-MES + 1).
             DIVIDE 5 INTO WRK-Z-TERMO-MES.
             DIVIDE WRK-Z-ANO-SEC BY 4 GIVING WRK-Z-TERMO-ANO.
             DIVIDE WRK-Z-SECULO  BY 4 GIVING WRK-Z-TERMO-SEC.

             COMPUTE WRK-Z-SOMA = WRK-CAND-DIA
                + WRK-Z-TERMO-MES
                + WRK-Z-ANO-SEC
                + WRK-Z-TERMO-ANO
                + WRK-Z-TERMO-SEC
                + (5 * WRK-Z-SECULO).
             DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOC
                REMAINDER WRK-DIA-SEMANA.
       0388-FIM. EXIT.

      *----------------------- IMPRIMIR A ORDEM NO RELATORIO
      *    A COLUNA PROXIMA TRAZ A PROXIMA OCORRENCIA JA AVANCADA
      *    (NOMINAL, ANTES DO AJUSTE PARA DIA UTIL).
       0390-IMPRIMIR-DETALHE SECTION.
             MOVE AGD-VALOR TO WRK-VALOR-ED.
             MOVE SPACES TO REG-RELAGDCLI.
             STRING AGD-AGENCIA         DELIMITED BY SIZE
                    "-"                 DELIMITED BY SIZE
                    AGD-CONTA           DELIMITED BY SIZE
                    "/"                 DELIMITED BY SIZE
                    AGD-NUMERO          DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    WRK-VALOR-ED        DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    WRK-DATA-VENCIMENTO DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    AGD-DATA-PROXIMA    DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    WRK-SITUACAO        DELIMITED BY SIZE
               INTO REG-RELAGDCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0390-FIM. EXIT.

      *----------------------- FINALIZAR
      *    RETURN-CODE: 00 = ORDENS PROCESSADAS, 04 = HA ORDEM
      *    INVALIDA NO CADASTRO, 16 = ERRO DE GRAVACAO. COM 16 O JOB
      *    NAO APLICA O LOTE NEM SUBSTITUI O CADASTRO.
       0400-FINALIZAR        SECTION.
           PERFORM 0410-IMPRIMIR-TOTAIS.

           CLOSE AGDARQCLI
                 AGDARQNEW
                 SARQCLI
                 MOVAGDCLI
                 RELAGDCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "ORDENS LIDAS....: " WRK-CONTADOR.
           DISPLAY "GERADAS.........: " WRK-CONTADOR-GERADAS.
           DISPLAY "NAO EXECUTADAS..: " WRK-CONTADOR-PULADAS.
           DISPLAY "EXPIRADAS.......: " WRK-CONTADOR-EXPIRAD.
           DISPLAY "INVALIDAS.......: " WRK-CONTADOR-INVALID.

      *    NAO REBAIXA UM 16 JA POSTO.
           IF WRK-CONTADOR-INVALID GREATER ZEROS AND
              RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       0400-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAIS DE CONTROLE
       0410-IMPRIMIR-TOTAIS  SECTION.
           IF WRK-LINHA-ATUAL GREATER 52
              PERFORM 0360-NOVA-PAGINA
           END-IF.

           MOVE SPACES TO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "ORDENS LIDAS........: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-GERADAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "MOVIMENTOS GERADOS..: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-SOMA-GERADA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "SOMA VALOR GERADO...: " DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-PULADAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "NAO EXECUTADAS......: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  " (CONTA ENCERRADA/BLOQUEADA)" DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-A-VENCER TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "AINDA NAO VENCIDAS..: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-EXPIRAD TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "EXPIRADAS NESTA DATA: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-INVALID TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAGDCLI.
           STRING "ORDENS INVALIDAS....: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELAGDCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0410-FIM. EXIT.
