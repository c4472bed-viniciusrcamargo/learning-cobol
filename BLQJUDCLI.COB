       IDENTIFICATION        DIVISION.
       PROGRAM-ID. BLQJUDCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    ORJARQCLI E A REMESSA DIARIA DE ORDENS JUDICIAIS DO
      *    SISBAJUD: BLOQUEIO DE VALOR (B), LIBERACAO (L) E
      *    TRANSFERENCIA PARA DEPOSITO JUDICIAL (T). A LEI SO
      *    PERMITE RETER O VALOR DETERMINADO, NAO A CONTA INTEIRA:
      *    O BLOQUEIO E ESPALHADO PELAS CONTAS DO DOCUMENTO (CHAVE
      *    ALTERNATIVA DE SARQCLI) ATE O VALOR DA ORDEM, E CADA
      *    PARCELA FICA EM BLJARQCLI. A MOVARQCLI PASSA A CRITICAR
      *    OS DEBITOS CONTRA O SALDO MENOS O VALOR RETIDO.
           SELECT ORJARQCLI ASSIGN TO ".\ORJARQCLI.TXT"
               FILE STATUS IS FS-ORJARQCLI.
      *    BLJARQCLI E O CADASTRO DE BLOQUEIOS JUDICIAIS: UM
      *    REGISTRO POR ORDEM E CONTA ATINGIDA. A CHAVE ALTERNATIVA
      *    (NUMERO DA ORDEM) ACHA AS CONTAS DE UM BLOQUEIO PARA A
      *    LIBERACAO/TRANSFERENCIA E RECUSA A ORDEM JA APLICADA.
           SELECT BLJARQCLI ASSIGN TO ".\BLJARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               ALTERNATE RECORD KEY IS BLJ-ORDEM
                   WITH DUPLICATES
               FILE STATUS IS FS-BLJARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    MOVBLJCLI SAO OS DEBITOS DAS TRANSFERENCIAS PARA DEPOSITO
      *    JUDICIAL NO LAYOUT BOOKMOV (LOTE PROPRIO DO DIA): O
      *    PROGRAMA NAO REGRAVA SARQCLI, O PASSO SEGUINTE DO JOB
      *    BLQJUD OS APLICA PELA MOVARQCLI, COMO NAS ORDENS
      *    PERMANENTES (AGDMOVCLI). A LIBERACAO NAO MOVE DINHEIRO:
      *    SO DEVOLVE O VALOR RETIDO AO SALDO DISPONIVEL.
           SELECT MOVBLJCLI ASSIGN TO ".\MOVBLJCLI.TXT"
               FILE STATUS IS FS-MOVBLJCLI.
      *    RSJARQCLI E A RESPOSTA DEVOLVIDA AO SISBAJUD, COM O
      *    VALOR DE FATO BLOQUEADO, LIBERADO OU TRANSFERIDO POR
      *    ORDEM.
           SELECT RSJARQCLI ASSIGN TO ".\RSJARQCLI.TXT"
               FILE STATUS IS FS-RSJARQCLI.
           SELECT RELBLJCLI ASSIGN TO ".\RELBLJCLI.TXT"
               FILE STATUS IS FS-RELBLJCLI.
      *    MOVCTLCLI E O CONTROLE DE LOTES DA MOVARQCLI, SO LIDO:
      *    COM O LOTE DO DIA JA COMPLETO A REMESSA JA FOI APLICADA
      *    E NAO E TOCADA DE NOVO.
           SELECT MOVCTLCLI ASSIGN TO ".\MOVCTLCLI.TXT"
               FILE STATUS IS FS-MOVCTLCLI.

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
       FD  ORJARQCLI
           RECORDING MODE IS F.
           COPY "BOOKORJ".

      *    LAYOUT = 100 POSICOES

       FD  BLJARQCLI
           RECORDING MODE IS F.
           COPY "BOOKBLJ".

      *    LAYOUT = 160 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  MOVBLJCLI
           RECORDING MODE IS F.
           COPY "BOOKMOV".

      *    LAYOUT = 62 POSICOES

       FD  RSJARQCLI
           RECORDING MODE IS F.
           COPY "BOOKRSJ".

      *    LAYOUT = 100 POSICOES

       FD  RELBLJCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DAS ORDENS JUDICIAIS)
       01  REG-RELBLJCLI         PICTURE X(80).

       FD  MOVCTLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 23 POSICOES (CONTROLE DE LOTES DA MOVARQCLI)
       01  REG-MOVCTLCLI.
           05  MCT-LOTE          PICTURE X(08).
           05  MCT-STATUS        PICTURE X(01).
               88  MCT-LOTE-COMPLETO     VALUE "C".
           05  MCT-DATA          PICTURE 9(08).
           05  MCT-HORA          PICTURE 9(06).

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
       01  FS-ORJARQCLI          PICTURE 9(02).
       01  FS-BLJARQCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-MOVBLJCLI          PICTURE 9(02).
       01  FS-RSJARQCLI          PICTURE 9(02).
       01  FS-RELBLJCLI          PICTURE 9(02).
       01  FS-MOVCTLCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ LOTE E SEQUENCIA DOS DEBITOS GERADOS
      *    LOTE "BJ" + DATA-MOVIMENTO AAMMDD: UM LOTE POR DIA DE
      *    NEGOCIO. A SEQUENCIA E DADA NA ORDEM DA REMESSA E FICA
      *    GUARDADA NO REGISTRO DA TRANSFERENCIA: A REEXECUCAO DO
      *    DIA REGERA O MESMO DEBITO COM A MESMA SEQUENCIA.
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-SECULO   PICTURE 9(02).
           05  WRK-EXEC-AAMMDD   PICTURE 9(06).
       01  WRK-LOTE-GERADO.
           05  FILLER            PICTURE X(02) VALUE "BJ".
           05  WRK-LOTE-DATA     PICTURE 9(06).
       01  WRK-SEQUENCIA         PICTURE 9(06) VALUE ZEROS.
       01  WRK-LOTE-JA-APLICADO  PICTURE X(01) VALUE "N".
           88  WRK-REMESSA-JA-APLICADA   VALUE "S".
       01  WRK-REMESSA-RECEBIDA  PICTURE X(01) VALUE "S".
           88  WRK-HA-REMESSA            VALUE "S".

      *------------ VALIDACAO DO DOCUMENTO (VALIDADOC)
       01  WRK-DOCUMENTO         PICTURE X(14).
       01  WRK-TIPO-DOC          PICTURE X(01).
       01  WRK-DOC-VALIDO        PICTURE X(01).
           88  WRK-DOC-OK                VALUE "S".

      *------------ SITUACAO DA ORDEM NESTA EXECUCAO
       01  WRK-RESULTADO         PICTURE X(15).
       01  WRK-VALOR-ORDEM       PICTURE 9(09)V99.
       01  WRK-EFETIVADO         PICTURE 9(09)V99.
       01  WRK-RESTANTE          PICTURE 9(09)V99.
       01  WRK-PARCELA           PICTURE 9(09)V99.
       01  WRK-QTD-ATINGIDAS     PICTURE 9(03) USAGE COMP.
       01  WRK-QTD-ENCERRADAS    PICTURE 9(03) USAGE COMP.
       01  WRK-ORDEM-ACHADA      PICTURE X(01).
           88  WRK-ORDEM-JA-APLICADA     VALUE "S".
       01  WRK-BLOQUEIO-ACHADO   PICTURE X(01).
           88  WRK-REF-E-BLOQUEIO        VALUE "S".
       01  WRK-CPF-BLOQUEIO      PICTURE X(14).
       01  WRK-VALOR-TOTAL       PICTURE X(01).
           88  WRK-LIBERAR-TUDO          VALUE "S".
       01  WRK-FIM-LEITURA       PICTURE X(01).
           88  WRK-LEITURA-ESGOTADA      VALUE "S".

      *------------ CONTAS ATINGIDAS PELA ORDEM
      *    NO BLOQUEIO, AS CONTAS NAO ENCERRADAS DO DOCUMENTO, NA
      *    ORDEM DA CHAVE ALTERNATIVA; NA LIBERACAO/TRANSFERENCIA, AS
      *    CONTAS COM VALOR AINDA RETIDO PELO BLOQUEIO REFERIDO. AS
      *    CONTAS SAO COLETADAS ANTES DE QUALQUER GRAVACAO, COMO NA
      *    ANONIMIZACAO (LGPDCLI): GRAVAR NO CADASTRO ENQUANTO SE
      *    NAVEGA PELA CHAVE ALTERNATIVA MOVERIA O CURSOR.
       01  WRK-CTA-TABELA.
           05  WRK-CTA-ITEM      OCCURS 200 TIMES.
               10  WRK-CTA-CHAVE     PICTURE X(11).
               10  WRK-CTA-SALDO     PICTURE S9(09)V99.
               10  WRK-CTA-RETIDO    PICTURE 9(09)V99.
               10  WRK-CTA-VALOR     PICTURE 9(09)V99.
               10  WRK-CTA-ACAO      PICTURE X(15).
       01  WRK-QTD-CTA           PICTURE 9(03) USAGE COMP.
       01  WRK-IDX-CTA           PICTURE 9(03) USAGE COMP.
       01  WRK-TABELA-ESTOURADA  PICTURE X(01) VALUE "N".
           88  WRK-HOUVE-ESTOURO         VALUE "S".

      *------------ VALOR JA COMPROMETIDO NA CONTA
      *    BLOQUEIOS ATIVOS DE OUTRAS ORDENS E TRANSFERENCIAS
      *    GERADAS NESTA EXECUCAO (AINDA NAO SAIRAM DO SALDO -- A
      *    MOVARQCLI SO AS APLICA NO PASSO SEGUINTE).
       01  WRK-CONTA-BUSCA       PICTURE X(11).
       01  WRK-JA-BLOQUEADO      PICTURE 9(11)V99.
       01  WRK-DISPONIVEL        PICTURE S9(11)V99.
       01  WRK-PEN-TABELA.
           05  WRK-PEN-ITEM      OCCURS 1000 TIMES.
               10  WRK-PEN-CHAVE     PICTURE X(11).
               10  WRK-PEN-VALOR     PICTURE 9(09)V99.
       01  WRK-QTD-PEN           PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-PEN           PICTURE 9(04) USAGE COMP.

      *------------ COPIA DO BLOQUEIO ATINGIDO
      *    O REGISTRO DA LIBERACAO/TRANSFERENCIA E MONTADO NA AREA DO
      *    ARQUIVO: O BLOQUEIO LIDO E GUARDADO AQUI ATE A REGRAVACAO.
       01  WRK-BLJ-SALVO         PICTURE X(160).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-BLOQ     PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-LIBER    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-TRANSF   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-REPETID  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-RECUSAD  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-MOVTOS   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-SOMA-BLOQUEADA    PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-LIBERADA     PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-TRANSFERIDA  PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-RESPOSTA     PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-QTD-RESPOSTA      PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-QTD-CTA-ED        PICTURE ZZ9.
       01  WRK-VALOR-ED          PICTURE Z(10)9,99.
       01  WRK-EFETIVADO-ED      PICTURE Z(10)9,99.
       01  WRK-SOMA-ED           PICTURE Z(12)9,99.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-ORJARQCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    SEM A REMESSA DO SISBAJUD NAO HA ORDEM NO DIA: A RESPOSTA
      *    SAI SO COM HEADER E TRAILER E O LOTE SAI VAZIO. LOTE DO
      *    DIA JA COMPLETO NA MOVARQCLI = REMESSA JA APLICADA,
      *    RECUSADA INTEIRA (RC 08) ANTES DE ABRIR QUALQUER SAIDA.
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             MOVE WRK-EXEC-AAMMDD TO WRK-LOTE-DATA.
             PERFORM 0220-VERIFICAR-LOTE.
             IF WRK-REMESSA-JA-APLICADA
                DISPLAY "LOTE " WRK-LOTE-GERADO " JA FOI APLICADO - "
                        "REMESSA DO DIA JA PROCESSADA"
                MOVE 8 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT ORJARQCLI.
             IF FS-ORJARQCLI EQUAL 35
                DISPLAY "ORJARQCLI (ORDENS DO SISBAJUD) NAO "
                        "RECEBIDO - NENHUMA ORDEM NO DIA"
                MOVE "N" TO WRK-REMESSA-RECEBIDA
             ELSE
                IF FS-ORJARQCLI NOT EQUAL ZEROS
                   DISPLAY "ORJARQCLI NAO PODE SER ABERTO - JOB "
                           "ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
             END-IF.

             OPEN I-O BLJARQCLI.
             IF FS-BLJARQCLI EQUAL 35
                OPEN OUTPUT BLJARQCLI
                CLOSE BLJARQCLI
                OPEN I-O BLJARQCLI
             END-IF.
             IF FS-BLJARQCLI NOT EQUAL ZEROS
                DISPLAY "BLJARQCLI NAO PODE SER ABERTO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT  SARQCLI.
             OPEN OUTPUT MOVBLJCLI.
             OPEN OUTPUT RSJARQCLI.
             OPEN OUTPUT RELBLJCLI.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-MOVBLJCLI NOT EQUAL ZEROS OR
                FS-RSJARQCLI NOT EQUAL ZEROS OR
                FS-RELBLJCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE SPACES            TO REG-RSJ-HEADER.
             MOVE "H"               TO RJH-TIPO-REG.
             MOVE WRK-DATA-EXECUCAO TO RJH-DATA.
             MOVE "BLQJUD"          TO RJH-PROGRAMA.
             WRITE REG-RSJ-HEADER.

             IF WRK-HA-REMESSA
                PERFORM 0210-LEITURA
             ELSE
                MOVE 10 TO FS-ORJARQCLI
             END-IF.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO
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
             MOVE "BLQJUDCLI"    TO RUN-PROGRAMA.
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
            READ ORJARQCLI
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

      *----------------------- CONFERIR O LOTE DO DIA NO CONTROLE
      *    LOTE PARCIAL (APLICACAO QUE CAIU NO MEIO) OU AUSENTE
      *    DEIXA A REMESSA SER REPROCESSADA: AS ORDENS JA GRAVADAS
      *    SAO RECONHECIDAS PELO NUMERO E SO TEM OS DEBITOS DO DIA
      *    REGERADOS, PARA A MOVARQCLI RETOMAR O LOTE.
       0220-VERIFICAR-LOTE   SECTION.
             OPEN INPUT MOVCTLCLI.
             IF FS-MOVCTLCLI NOT EQUAL ZEROS
                GO TO 0220-FIM
             END-IF.

             PERFORM 0221-LER-CONTROLE-LOTE
                UNTIL FS-MOVCTLCLI NOT EQUAL ZEROS.
             CLOSE MOVCTLCLI.
       0220-FIM. EXIT.

       0221-LER-CONTROLE-LOTE SECTION.
             READ MOVCTLCLI.
             IF FS-MOVCTLCLI EQUAL ZEROS
                IF MCT-LOTE EQUAL WRK-LOTE-GERADO AND
                   MCT-LOTE-COMPLETO
                   MOVE "S" TO WRK-LOTE-JA-APLICADO
                END-IF
             END-IF.
       0221-FIM. EXIT.

      *----------------------- PROCESSAR UMA ORDEM
      *    TODA ORDEM LIDA TEM RESPOSTA, APLICADA OU NAO: O SISBAJUD
      *    CONFERE A REMESSA PELA QUANTIDADE DE DETALHES.
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             MOVE SPACES TO WRK-RESULTADO.
             MOVE ZEROS  TO WRK-EFETIVADO
                            WRK-QTD-ATINGIDAS
                            WRK-QTD-ENCERRADAS
                            WRK-QTD-CTA.
             MOVE "N" TO WRK-ORDEM-ACHADA.

             IF ORJ-VALOR NUMERIC
                MOVE ORJ-VALOR TO WRK-VALOR-ORDEM
             ELSE
                MOVE ZEROS TO WRK-VALOR-ORDEM
             END-IF.

             PERFORM 0310-VALIDAR-ORDEM.
             IF WRK-RESULTADO NOT EQUAL SPACES
                ADD 1 TO WRK-CONTADOR-RECUSAD
                PERFORM 0380-GRAVAR-RESPOSTA
                PERFORM 0390-IMPRIMIR-ORDEM
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             PERFORM 0315-PROCURAR-ORDEM.
             EVALUATE TRUE
                WHEN WRK-ORDEM-JA-APLICADA
                   PERFORM 0350-REPETIR-ORDEM
                WHEN ORJ-BLOQUEIO
                   PERFORM 0320-BLOQUEAR
                WHEN OTHER
                   PERFORM 0330-LIBERAR-TRANSFERIR
             END-EVALUATE.

             IF WRK-RESULTADO EQUAL "ORDER-NOT-FOUND" OR
                WRK-RESULTADO EQUAL "REF-DOC-DIFF"
                ADD 1 TO WRK-CONTADOR-RECUSAD
             END-IF.

             PERFORM 0380-GRAVAR-RESPOSTA.
             PERFORM 0390-IMPRIMIR-ORDEM.
             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- VALIDAR A ORDEM
      *    ORDEM INVALIDA E DEVOLVIDA AO SISBAJUD SEM TOCAR EM
      *    NENHUMA CONTA; O JOB TERMINA COM RC 04.
       0310-VALIDAR-ORDEM    SECTION.
             EVALUATE TRUE
                WHEN NOT ORJ-BLOQUEIO AND NOT ORJ-LIBERACAO AND
                     NOT ORJ-TRANSFERENCIA
                   MOVE "INVALID-TYPE"  TO WRK-RESULTADO
                WHEN ORJ-ORDEM EQUAL SPACES OR
                     ORJ-DATA NOT NUMERIC
                   MOVE "INVALID-ORDER" TO WRK-RESULTADO
                WHEN ORJ-VALOR NOT NUMERIC
                   MOVE "INVALID-VALUE" TO WRK-RESULTADO
                WHEN ORJ-BLOQUEIO AND ORJ-VALOR EQUAL ZEROS
                   MOVE "INVALID-VALUE" TO WRK-RESULTADO
                WHEN NOT ORJ-BLOQUEIO AND
                     (ORJ-ORDEM-REF EQUAL SPACES OR
                      ORJ-ORDEM-REF EQUAL ORJ-ORDEM)
                   MOVE "INVALID-REF"   TO WRK-RESULTADO
             END-EVALUATE.

             IF WRK-RESULTADO NOT EQUAL SPACES
                GO TO 0310-FIM
             END-IF.

      *    CPF OCUPA AS 11 PRIMEIRAS POSICOES, COM AS 3 FINAIS EM
      *    BRANCO; CNPJ OCUPA AS 14.
             IF ORJ-CPF-CNPJ(12:3) EQUAL SPACES
                MOVE "F" TO WRK-TIPO-DOC
             ELSE
                MOVE "J" TO WRK-TIPO-DOC
             END-IF.
             MOVE ORJ-CPF-CNPJ TO WRK-DOCUMENTO.
             CALL "VALIDADOC" USING WRK-DOCUMENTO
                                    WRK-TIPO-DOC
                                    WRK-DOC-VALIDO.
             IF NOT WRK-DOC-OK
                MOVE "INVALID-DOC" TO WRK-RESULTADO
             END-IF.
       0310-FIM. EXIT.

      *----------------------- A ORDEM JA FOI APLICADA?
      *    O NUMERO DA ORDEM E UNICO NO SISBAJUD: ACHADO NA CHAVE
      *    ALTERNATIVA, A ORDEM VEIO DE NOVO (REMESSA REPETIDA OU
      *    REEXECUCAO DO DIA) E NAO E REAPLICADA.
       0315-PROCURAR-ORDEM   SECTION.
             MOVE ORJ-ORDEM TO BLJ-ORDEM.
             START BLJARQCLI KEY IS EQUAL BLJ-ORDEM
                INVALID KEY
                   GO TO 0315-FIM
             END-START.
             MOVE "S" TO WRK-ORDEM-ACHADA.
       0315-FIM. EXIT.

      *----------------------- APLICAR ORDEM DE BLOQUEIO
      *    AS CONTAS DO DOCUMENTO SAO ATINGIDAS NA ORDEM DA CHAVE
      *    ALTERNATIVA, CADA UMA ATE O SEU SALDO DISPONIVEL (SALDO
      *    MENOS O JA COMPROMETIDO, SEM O LIMITE DE CHEQUE ESPECIAL:
      *    SO SE BLOQUEIA DINHEIRO QUE ESTA NA CONTA), ATE SOMAR O
      *    VALOR DA ORDEM. CONTA ENCERRADA NAO E ATINGIDA; BLOQUEIO
      *    DE STATUS (B/T) NAO IMPEDE, O DINHEIRO CONTINUA LA.
       0320-BLOQUEAR         SECTION.
             ADD 1 TO WRK-CONTADOR-BLOQ.

             MOVE ORJ-CPF-CNPJ TO SARQCLI-CPF-CNPJ.
             MOVE "N" TO WRK-FIM-LEITURA.
             START SARQCLI KEY IS EQUAL SARQCLI-CPF-CNPJ
                INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
             END-START.

             PERFORM 0321-COLETAR-CONTA UNTIL WRK-LEITURA-ESGOTADA.

             IF WRK-QTD-CTA EQUAL ZEROS
                MOVE "NO-ACCOUNT" TO WRK-RESULTADO
                GO TO 0320-FIM
             END-IF.

             MOVE ORJ-VALOR TO WRK-RESTANTE.
             PERFORM 0322-BLOQUEAR-CONTA
                VARYING WRK-IDX-CTA FROM 1 BY 1
                UNTIL WRK-IDX-CTA GREATER WRK-QTD-CTA
                   OR WRK-RESTANTE EQUAL ZEROS.

             EVALUATE TRUE
                WHEN WRK-EFETIVADO EQUAL ORJ-VALOR
                   MOVE "BLOCKED-FULL"    TO WRK-RESULTADO
                WHEN WRK-EFETIVADO GREATER ZEROS
                   MOVE "BLOCKED-PARTIAL" TO WRK-RESULTADO
                WHEN OTHER
                   MOVE "NO-FUNDS"        TO WRK-RESULTADO
             END-EVALUATE.

             ADD WRK-EFETIVADO TO WRK-SOMA-BLOQUEADA.
       0320-FIM. EXIT.

      *    FS 02 = EXISTE OUTRO REGISTRO COM A MESMA CHAVE
      *    ALTERNATIVA -- LEITURA BEM-SUCEDIDA, COMO NA CONSULTA
      *    POR DOCUMENTO DO CONSULTASARQCLI.
       0321-COLETAR-CONTA    SECTION.
             READ SARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-LEITURA
                   GO TO 0321-FIM
             END-READ.

             IF SARQCLI-CPF-CNPJ NOT EQUAL ORJ-CPF-CNPJ
                MOVE "S" TO WRK-FIM-LEITURA
                GO TO 0321-FIM
             END-IF.

             IF SARQCLI-ENCERRADA
                GO TO 0321-FIM
             END-IF.

             IF WRK-QTD-CTA EQUAL 200
                DISPLAY "ORDEM " ORJ-ORDEM " COM MAIS DE 200 "
                        "CONTAS - EXCEDENTES NAO ATINGIDAS"
                MOVE "S" TO WRK-TABELA-ESTOURADA
                MOVE "S" TO WRK-FIM-LEITURA
                GO TO 0321-FIM
             END-IF.

             ADD 1 TO WRK-QTD-CTA.
             MOVE SARQCLI-CHAVE TO WRK-CTA-CHAVE(WRK-QTD-CTA).
             MOVE SARQCLI-SALDO TO WRK-CTA-SALDO(WRK-QTD-CTA).
             MOVE ZEROS         TO WRK-CTA-RETIDO(WRK-QTD-CTA)
                                   WRK-CTA-VALOR(WRK-QTD-CTA).
             MOVE SPACES        TO WRK-CTA-ACAO(WRK-QTD-CTA).
       0321-FIM. EXIT.

      *----------------------- BLOQUEAR UMA CONTA DO DOCUMENTO
      *    A CONTA SEM SALDO DISPONIVEL TAMBEM GANHA REGISTRO
      *    (SITUACAO "Z"): E ELE QUE FAZ A ORDEM SER RECONHECIDA NUMA
      *    REMESSA REPETIDA, MESMO SEM NADA BLOQUEADO.
       0322-BLOQUEAR-CONTA   SECTION.
             MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO WRK-CONTA-BUSCA.
             PERFORM 0325-SOMAR-COMPROMETIDO.

             COMPUTE WRK-DISPONIVEL = WRK-CTA-SALDO(WRK-IDX-CTA)
                                    - WRK-JA-BLOQUEADO.
             EVALUATE TRUE
                WHEN WRK-DISPONIVEL NOT LESS WRK-RESTANTE
                   MOVE WRK-RESTANTE   TO WRK-PARCELA
                WHEN WRK-DISPONIVEL GREATER ZEROS
                   MOVE WRK-DISPONIVEL TO WRK-PARCELA
                WHEN OTHER
                   MOVE ZEROS          TO WRK-PARCELA
             END-EVALUATE.

             MOVE SPACES                     TO REG-BLJARQCLI.
             MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO BLJ-CHAVE-CONTA.
             MOVE ORJ-ORDEM         TO BLJ-ORDEM.
             MOVE "B"               TO BLJ-TIPO.
             MOVE ORJ-TRIBUNAL      TO BLJ-TRIBUNAL.
             MOVE ORJ-CPF-CNPJ      TO BLJ-CPF-CNPJ.
             MOVE ORJ-VALOR         TO BLJ-VALOR-ORDEM.
             MOVE WRK-PARCELA       TO BLJ-VALOR-EFETIVADO
                                       BLJ-VALOR-BLOQUEADO.
             MOVE ORJ-DATA          TO BLJ-DATA-ORDEM.
             MOVE WRK-DATA-EXECUCAO TO BLJ-DATA-EFETIV
                                       BLJ-DATA-SITUACAO.
             MOVE ZEROS             TO BLJ-SEQUENCIA.
             IF WRK-PARCELA GREATER ZEROS
                MOVE "A" TO BLJ-SITUACAO
             ELSE
                MOVE "Z" TO BLJ-SITUACAO
             END-IF.

             WRITE REG-BLJARQCLI.
             IF FS-BLJARQCLI NOT EQUAL ZEROS AND
                FS-BLJARQCLI NOT EQUAL 02
                DISPLAY "ERRO AO GRAVAR BLOQUEIO " ORJ-ORDEM " "
                        WRK-CTA-CHAVE(WRK-IDX-CTA) " (" FS-BLJARQCLI
                        ")"
                MOVE 16 TO RETURN-CODE
                MOVE "ERRO GRAVACAO" TO WRK-CTA-ACAO(WRK-IDX-CTA)
                GO TO 0322-FIM
             END-IF.

             MOVE WRK-PARCELA TO WRK-CTA-VALOR(WRK-IDX-CTA).
             IF WRK-PARCELA GREATER ZEROS
                ADD 1 TO WRK-QTD-ATINGIDAS
                ADD WRK-PARCELA TO WRK-EFETIVADO
                SUBTRACT WRK-PARCELA FROM WRK-RESTANTE
                MOVE "BLOQUEADO" TO WRK-CTA-ACAO(WRK-IDX-CTA)
             ELSE
                MOVE "SEM SALDO" TO WRK-CTA-ACAO(WRK-IDX-CTA)
             END-IF.
       0322-FIM. EXIT.

      *----------------------- SOMAR O JA COMPROMETIDO NA CONTA
      *    OS BLOQUEIOS DA CONTA SAO LIDOS PELA CHAVE PRINCIPAL, QUE
      *    COMECA PELA AGENCIA+CONTA.
       0325-SOMAR-COMPROMETIDO SECTION.
             MOVE ZEROS TO WRK-JA-BLOQUEADO.

             MOVE WRK-CONTA-BUSCA TO BLJ-CHAVE-CONTA.
             MOVE LOW-VALUES      TO BLJ-ORDEM.
             MOVE "N" TO WRK-FIM-LEITURA.
             START BLJARQCLI KEY IS NOT LESS BLJ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
             END-START.

             PERFORM 0326-LER-BLOQUEIO-CONTA
                UNTIL WRK-LEITURA-ESGOTADA.

             PERFORM 0327-SOMAR-PENDENTE
                VARYING WRK-IDX-PEN FROM 1 BY 1
                UNTIL WRK-IDX-PEN GREATER WRK-QTD-PEN.
       0325-FIM. EXIT.

       0326-LER-BLOQUEIO-CONTA SECTION.
             READ BLJARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-LEITURA
                   GO TO 0326-FIM
             END-READ.

             IF BLJ-CHAVE-CONTA NOT EQUAL WRK-CONTA-BUSCA
                MOVE "S" TO WRK-FIM-LEITURA
                GO TO 0326-FIM
             END-IF.

             IF BLJ-BLOQUEIO AND BLJ-ATIVO
                ADD BLJ-VALOR-BLOQUEADO TO WRK-JA-BLOQUEADO
             END-IF.
       0326-FIM. EXIT.

       0327-SOMAR-PENDENTE   SECTION.
             IF WRK-PEN-CHAVE(WRK-IDX-PEN) EQUAL WRK-CONTA-BUSCA
                ADD WRK-PEN-VALOR(WRK-IDX-PEN) TO WRK-JA-BLOQUEADO
             END-IF.
       0327-FIM. EXIT.

      *----------------------- APLICAR LIBERACAO OU TRANSFERENCIA
      *    A ORDEM REFERE UM BLOQUEIO JA APLICADO, DO MESMO
      *    DOCUMENTO. O VALOR E TIRADO DAS CONTAS NA ORDEM DA CHAVE;
      *    VALOR ZERO NA ORDEM = TUDO O QUE AINDA ESTA RETIDO.
       0330-LIBERAR-TRANSFERIR SECTION.
             IF ORJ-LIBERACAO
                ADD 1 TO WRK-CONTADOR-LIBER
             ELSE
                ADD 1 TO WRK-CONTADOR-TRANSF
             END-IF.

             MOVE "N" TO WRK-BLOQUEIO-ACHADO.
             MOVE SPACES TO WRK-CPF-BLOQUEIO.
             MOVE ORJ-ORDEM-REF TO BLJ-ORDEM.
             MOVE "N" TO WRK-FIM-LEITURA.
             START BLJARQCLI KEY IS EQUAL BLJ-ORDEM
                INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
             END-START.

             PERFORM 0331-COLETAR-BLOQUEIO UNTIL WRK-LEITURA-ESGOTADA.

             EVALUATE TRUE
                WHEN NOT WRK-REF-E-BLOQUEIO
                   MOVE "ORDER-NOT-FOUND" TO WRK-RESULTADO
                WHEN WRK-CPF-BLOQUEIO NOT EQUAL ORJ-CPF-CNPJ
                   MOVE "REF-DOC-DIFF"    TO WRK-RESULTADO
                WHEN WRK-QTD-CTA EQUAL ZEROS
                   MOVE "NOTHING-BLOCKED" TO WRK-RESULTADO
             END-EVALUATE.
             IF WRK-RESULTADO NOT EQUAL SPACES
                GO TO 0330-FIM
             END-IF.

             IF ORJ-VALOR EQUAL ZEROS
                MOVE "S" TO WRK-VALOR-TOTAL
             ELSE
                MOVE "N" TO WRK-VALOR-TOTAL
                MOVE ORJ-VALOR TO WRK-RESTANTE
             END-IF.

             PERFORM 0332-APLICAR-CONTA
                VARYING WRK-IDX-CTA FROM 1 BY 1
                UNTIL WRK-IDX-CTA GREATER WRK-QTD-CTA
                   OR (NOT WRK-LIBERAR-TUDO AND
                       WRK-RESTANTE EQUAL ZEROS).

             EVALUATE TRUE
                WHEN WRK-EFETIVADO GREATER ZEROS AND ORJ-LIBERACAO
                   MOVE "RELEASED"        TO WRK-RESULTADO
                   ADD WRK-EFETIVADO TO WRK-SOMA-LIBERADA
                WHEN WRK-EFETIVADO GREATER ZEROS
                   MOVE "TRANSFERRED"     TO WRK-RESULTADO
                WHEN WRK-QTD-ENCERRADAS GREATER ZEROS
                   MOVE "ACCT-CLOSED"     TO WRK-RESULTADO
                WHEN OTHER
                   MOVE "NOTHING-BLOCKED" TO WRK-RESULTADO
             END-EVALUATE.
       0330-FIM. EXIT.

       0331-COLETAR-BLOQUEIO SECTION.
             READ BLJARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-LEITURA
                   GO TO 0331-FIM
             END-READ.

             IF BLJ-ORDEM NOT EQUAL ORJ-ORDEM-REF
                MOVE "S" TO WRK-FIM-LEITURA
                GO TO 0331-FIM
             END-IF.

             IF NOT BLJ-BLOQUEIO
                GO TO 0331-FIM
             END-IF.

             MOVE "S"          TO WRK-BLOQUEIO-ACHADO.
             MOVE BLJ-CPF-CNPJ TO WRK-CPF-BLOQUEIO.

             IF NOT BLJ-ATIVO OR BLJ-VALOR-BLOQUEADO EQUAL ZEROS
                GO TO 0331-FIM
             END-IF.

             IF WRK-QTD-CTA EQUAL 200
                DISPLAY "ORDEM " ORJ-ORDEM-REF " COM MAIS DE 200 "
                        "CONTAS - EXCEDENTES NAO ATINGIDAS"
                MOVE "S" TO WRK-TABELA-ESTOURADA
                MOVE "S" TO WRK-FIM-LEITURA
                GO TO 0331-FIM
             END-IF.

             ADD 1 TO WRK-QTD-CTA.
             MOVE BLJ-CHAVE-CONTA     TO WRK-CTA-CHAVE(WRK-QTD-CTA).
             MOVE ZEROS               TO WRK-CTA-SALDO(WRK-QTD-CTA)
                                         WRK-CTA-VALOR(WRK-QTD-CTA).
             MOVE BLJ-VALOR-BLOQUEADO TO WRK-CTA-RETIDO(WRK-QTD-CTA).
             MOVE SPACES              TO WRK-CTA-ACAO(WRK-QTD-CTA).
       0331-FIM. EXIT.

      *----------------------- LIBERAR OU TRANSFERIR DE UMA CONTA
      *    A TRANSFERENCIA DEBITA A CONTA: ENCERRADA OU INEXISTENTE,
      *    O VALOR CONTINUA RETIDO E A AGENCIA TRATA O CASO. O
      *    REGISTRO DA ORDEM E GRAVADO ANTES DE REDUZIR O BLOQUEIO,
      *    E O DEBITO SO DEPOIS DOS DOIS.
       0332-APLICAR-CONTA    SECTION.
             IF WRK-LIBERAR-TUDO OR
                WRK-RESTANTE NOT LESS WRK-CTA-RETIDO(WRK-IDX-CTA)
                MOVE WRK-CTA-RETIDO(WRK-IDX-CTA) TO WRK-PARCELA
             ELSE
                MOVE WRK-RESTANTE TO WRK-PARCELA
             END-IF.

             IF ORJ-TRANSFERENCIA
                MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO SARQCLI-CHAVE
                READ SARQCLI
                   INVALID KEY
                      MOVE "CONTA INEXIST." TO WRK-CTA-ACAO(WRK-IDX-CTA)
                      ADD 1 TO WRK-QTD-ENCERRADAS
                      GO TO 0332-FIM
                END-READ
                IF SARQCLI-ENCERRADA
                   MOVE "CONTA ENCERRADA" TO WRK-CTA-ACAO(WRK-IDX-CTA)
                   ADD 1 TO WRK-QTD-ENCERRADAS
                   GO TO 0332-FIM
                END-IF
             END-IF.

             MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO BLJ-CHAVE-CONTA.
             MOVE ORJ-ORDEM-REF TO BLJ-ORDEM.
             READ BLJARQCLI
                INVALID KEY
                   DISPLAY "BLOQUEIO " ORJ-ORDEM-REF " "
                           WRK-CTA-CHAVE(WRK-IDX-CTA)
                           " NAO RELIDO"
                   MOVE 16 TO RETURN-CODE
                   MOVE "ERRO LEITURA" TO WRK-CTA-ACAO(WRK-IDX-CTA)
                   GO TO 0332-FIM
             END-READ.
             MOVE REG-BLJARQCLI TO WRK-BLJ-SALVO.

             MOVE SPACES                     TO REG-BLJARQCLI.
             MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO BLJ-CHAVE-CONTA.
             MOVE ORJ-ORDEM         TO BLJ-ORDEM.
             MOVE ORJ-TIPO          TO BLJ-TIPO.
             MOVE ORJ-ORDEM-REF     TO BLJ-ORDEM-REF.
             MOVE ORJ-TRIBUNAL      TO BLJ-TRIBUNAL.
             MOVE ORJ-CPF-CNPJ      TO BLJ-CPF-CNPJ.
             MOVE ORJ-VALOR         TO BLJ-VALOR-ORDEM.
             MOVE WRK-PARCELA       TO BLJ-VALOR-EFETIVADO.
             MOVE ZEROS             TO BLJ-VALOR-BLOQUEADO.
             MOVE ORJ-DATA          TO BLJ-DATA-ORDEM.
             MOVE WRK-DATA-EXECUCAO TO BLJ-DATA-EFETIV
                                       BLJ-DATA-SITUACAO.
             IF ORJ-TRANSFERENCIA
                ADD 1 TO WRK-SEQUENCIA
                MOVE WRK-LOTE-GERADO TO BLJ-LOTE
                MOVE WRK-SEQUENCIA   TO BLJ-SEQUENCIA
             ELSE
                MOVE ZEROS           TO BLJ-SEQUENCIA
             END-IF.

             WRITE REG-BLJARQCLI.
             IF FS-BLJARQCLI NOT EQUAL ZEROS AND
                FS-BLJARQCLI NOT EQUAL 02
                DISPLAY "ERRO AO GRAVAR ORDEM " ORJ-ORDEM " "
                        WRK-CTA-CHAVE(WRK-IDX-CTA) " (" FS-BLJARQCLI
                        ")"
                MOVE 16 TO RETURN-CODE
                MOVE "ERRO GRAVACAO" TO WRK-CTA-ACAO(WRK-IDX-CTA)
                GO TO 0332-FIM
             END-IF.

             MOVE WRK-BLJ-SALVO TO REG-BLJARQCLI.
             SUBTRACT WRK-PARCELA FROM BLJ-VALOR-BLOQUEADO.
             MOVE WRK-DATA-EXECUCAO TO BLJ-DATA-SITUACAO.
             IF BLJ-VALOR-BLOQUEADO EQUAL ZEROS
                MOVE ORJ-TIPO TO BLJ-SITUACAO
             END-IF.
             REWRITE REG-BLJARQCLI.
             IF FS-BLJARQCLI NOT EQUAL ZEROS AND
                FS-BLJARQCLI NOT EQUAL 02
                DISPLAY "ERRO AO REGRAVAR BLOQUEIO " ORJ-ORDEM-REF
                        " " WRK-CTA-CHAVE(WRK-IDX-CTA) " - ORDEM "
                        ORJ-ORDEM " GRAVADA, REVISAR"
                MOVE 16 TO RETURN-CODE
                MOVE "ERRO GRAVACAO" TO WRK-CTA-ACAO(WRK-IDX-CTA)
                GO TO 0332-FIM
             END-IF.

             IF ORJ-TRANSFERENCIA
                MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO MOV-CHAVE-DEST
                MOVE WRK-PARCELA   TO MOV-VALOR
                MOVE WRK-SEQUENCIA TO MOV-SEQUENCIA
                PERFORM 0340-GRAVAR-MOVIMENTO
                MOVE "TRANSFERIDO" TO WRK-CTA-ACAO(WRK-IDX-CTA)
             ELSE
                MOVE "LIBERADO"    TO WRK-CTA-ACAO(WRK-IDX-CTA)
             END-IF.

             MOVE WRK-PARCELA TO WRK-CTA-VALOR(WRK-IDX-CTA).
             ADD 1 TO WRK-QTD-ATINGIDAS.
             ADD WRK-PARCELA TO WRK-EFETIVADO.
             IF NOT WRK-LIBERAR-TUDO
                SUBTRACT WRK-PARCELA FROM WRK-RESTANTE
             END-IF.
       0332-FIM. EXIT.

      *----------------------- GRAVAR O DEBITO NO LAYOUT BOOKMOV
      *    A CONTA CHEGA EM MOV-CHAVE-DEST SO COMO AREA DE PASSAGEM:
      *    O DEBITO E DA PROPRIA CONTA ("D"), SEM DESTINO -- O
      *    CREDITO NO DEPOSITO JUDICIAL E FEITO PELA CONTABILIDADE
      *    (CTBDIACLI, ORIGEM "BJ").
       0340-GRAVAR-MOVIMENTO SECTION.
             MOVE MOV-AGENCIA-DEST TO MOV-AGENCIA.
             MOVE MOV-CONTA-DEST   TO MOV-CONTA.
             MOVE "D"              TO MOV-OPERACAO.
             MOVE WRK-LOTE-GERADO  TO MOV-LOTE.
             MOVE ZEROS            TO MOV-CHAVE-DEST.
             MOVE SPACES           TO MOV-LOTE-ORIGEM.
             MOVE ZEROS            TO MOV-SEQ-ORIGEM.

             WRITE REG-MOVARQCLI.
             IF FS-MOVBLJCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR MOVIMENTO " MOV-AGENCIA
                        MOV-CONTA
                MOVE 16 TO RETURN-CODE
                GO TO 0340-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-MOVTOS.
             ADD MOV-VALOR TO WRK-SOMA-TRANSFERIDA.

             IF WRK-QTD-PEN LESS 1000
                ADD 1 TO WRK-QTD-PEN
                MOVE REG-MOVARQCLI(1:11) TO WRK-PEN-CHAVE(WRK-QTD-PEN)
                MOVE MOV-VALOR TO WRK-PEN-VALOR(WRK-QTD-PEN)
             ELSE
                DISPLAY "MAIS DE 1000 TRANSFERENCIAS NO DIA - "
                        "BLOQUEIOS SEGUINTES SEM ABATER "
                        MOV-AGENCIA MOV-CONTA
                MOVE "S" TO WRK-TABELA-ESTOURADA
             END-IF.
       0340-FIM. EXIT.

      *----------------------- ORDEM JA APLICADA ANTES
      *    A RESPOSTA REPETE O QUE FOI FEITO NA PRIMEIRA VEZ, LIDO
      *    DOS REGISTROS DA ORDEM. A TRANSFERENCIA APLICADA NESTA
      *    MESMA DATA TEM O DEBITO REGERADO COM O LOTE E A SEQUENCIA
      *    ORIGINAIS: SE A MOVARQCLI NAO CHEGOU A COMPLETAR O LOTE,
      *    ELA O RETOMA SEM DEBITAR DUAS VEZES.
       0350-REPETIR-ORDEM    SECTION.
             ADD 1 TO WRK-CONTADOR-REPETID.

             MOVE ORJ-ORDEM TO BLJ-ORDEM.
             MOVE "N" TO WRK-FIM-LEITURA.
             START BLJARQCLI KEY IS EQUAL BLJ-ORDEM
                INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
             END-START.

             PERFORM 0351-LER-ORDEM-APLICADA UNTIL WRK-LEITURA-ESGOTADA.

             EVALUATE TRUE
                WHEN ORJ-BLOQUEIO AND WRK-EFETIVADO EQUAL ORJ-VALOR
                   MOVE "BLOCKED-FULL"    TO WRK-RESULTADO
                WHEN ORJ-BLOQUEIO AND WRK-EFETIVADO GREATER ZEROS
                   MOVE "BLOCKED-PARTIAL" TO WRK-RESULTADO
                WHEN ORJ-BLOQUEIO
                   MOVE "NO-FUNDS"        TO WRK-RESULTADO
                WHEN ORJ-LIBERACAO
                   MOVE "RELEASED"        TO WRK-RESULTADO
                WHEN OTHER
                   MOVE "TRANSFERRED"     TO WRK-RESULTADO
             END-EVALUATE.
       0350-FIM. EXIT.

       0351-LER-ORDEM-APLICADA SECTION.
             READ BLJARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-LEITURA
                   GO TO 0351-FIM
             END-READ.

             IF BLJ-ORDEM NOT EQUAL ORJ-ORDEM
                MOVE "S" TO WRK-FIM-LEITURA
                GO TO 0351-FIM
             END-IF.

             ADD BLJ-VALOR-EFETIVADO TO WRK-EFETIVADO.
             IF BLJ-VALOR-EFETIVADO GREATER ZEROS
                ADD 1 TO WRK-QTD-ATINGIDAS
             END-IF.

             IF WRK-QTD-CTA LESS 200
                ADD 1 TO WRK-QTD-CTA
                MOVE BLJ-CHAVE-CONTA TO WRK-CTA-CHAVE(WRK-QTD-CTA)
                MOVE BLJ-VALOR-EFETIVADO
                  TO WRK-CTA-VALOR(WRK-QTD-CTA)
                MOVE "JA APLICADA"   TO WRK-CTA-ACAO(WRK-QTD-CTA)
             END-IF.

             IF BLJ-TRANSFERENCIA AND
                BLJ-DATA-EFETIV EQUAL WRK-DATA-EXECUCAO AND
                BLJ-LOTE EQUAL WRK-LOTE-GERADO AND
                BLJ-VALOR-EFETIVADO GREATER ZEROS
                IF BLJ-SEQUENCIA GREATER WRK-SEQUENCIA
                   MOVE BLJ-SEQUENCIA TO WRK-SEQUENCIA
                END-IF
                MOVE BLJ-CHAVE-CONTA     TO MOV-CHAVE-DEST
                MOVE BLJ-VALOR-EFETIVADO TO MOV-VALOR
                MOVE BLJ-SEQUENCIA       TO MOV-SEQUENCIA
                PERFORM 0340-GRAVAR-MOVIMENTO
                IF WRK-QTD-CTA GREATER ZEROS
                   MOVE "DEBITO REGERADO" TO WRK-CTA-ACAO(WRK-QTD-CTA)
                END-IF
             END-IF.
       0351-FIM. EXIT.

      *----------------------- GRAVAR A RESPOSTA AO SISBAJUD
       0380-GRAVAR-RESPOSTA  SECTION.
             MOVE SPACES            TO REG-RSJ-DETALHE.
             MOVE "D"               TO RSJ-TIPO-REG.
             MOVE ORJ-TIPO          TO RSJ-TIPO-ORDEM.
             MOVE ORJ-ORDEM         TO RSJ-ORDEM.
             MOVE ORJ-ORDEM-REF     TO RSJ-ORDEM-REF.
             MOVE ORJ-CPF-CNPJ      TO RSJ-CPF-CNPJ.
             MOVE WRK-VALOR-ORDEM   TO RSJ-VALOR-ORDEM.
             MOVE WRK-EFETIVADO     TO RSJ-VALOR-EFETIVADO.
             MOVE WRK-QTD-ATINGIDAS TO RSJ-QTD-CONTAS.
             MOVE WRK-RESULTADO     TO RSJ-RESULTADO.

             WRITE REG-RSJ-DETALHE.
             IF FS-RSJARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR RESPOSTA " ORJ-ORDEM
                MOVE 16 TO RETURN-CODE
             ELSE
                ADD 1 TO WRK-QTD-RESPOSTA
                ADD WRK-EFETIVADO TO WRK-SOMA-RESPOSTA
             END-IF.
       0380-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELBLJCLI.
             STRING "ORDENS JUDICIAIS SISBAJUD - LOTE "
                                       DELIMITED BY SIZE
                    WRK-LOTE-GERADO   DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "         DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELBLJCLI.
             WRITE REG-RELBLJCLI.

             MOVE SPACES TO REG-RELBLJCLI.
             STRING "T ORDEM/CONTA               VALOR ORDEM"
                    "      EFETIVADO  CT RESULTADO"
                       DELIMITED BY SIZE
               INTO REG-RELBLJCLI.
             WRITE REG-RELBLJCLI.

             MOVE SPACES TO REG-RELBLJCLI.
             WRITE REG-RELBLJCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA: 0360-NOVA-PAGINA USA O MESMO REG-RELBLJCLI PARA
      *    GRAVAR O CABECALHO E A SOBRESCREVERIA.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELBLJCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELBLJCLI
             END-IF.
             WRITE REG-RELBLJCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- IMPRIMIR A ORDEM E AS CONTAS
      *    UMA LINHA POR ORDEM, SEGUIDA DE UMA POR CONTA EXAMINADA,
      *    COM O VALOR BLOQUEADO, LIBERADO OU TRANSFERIDO NELA.
       0390-IMPRIMIR-ORDEM   SECTION.
             MOVE WRK-VALOR-ORDEM   TO WRK-VALOR-ED.
             MOVE WRK-EFETIVADO     TO WRK-EFETIVADO-ED.
             MOVE WRK-QTD-ATINGIDAS TO WRK-QTD-CTA-ED.
             MOVE SPACES TO REG-RELBLJCLI.
             STRING ORJ-TIPO          DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    ORJ-ORDEM         DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-VALOR-ED      DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-EFETIVADO-ED  DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-QTD-CTA-ED    DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-RESULTADO     DELIMITED BY SIZE
               INTO REG-RELBLJCLI.
             PERFORM 0370-GRAVAR-LINHA.

             PERFORM 0391-IMPRIMIR-CONTA
                VARYING WRK-IDX-CTA FROM 1 BY 1
                UNTIL WRK-IDX-CTA GREATER WRK-QTD-CTA.
       0390-FIM. EXIT.

       0391-IMPRIMIR-CONTA   SECTION.
             IF WRK-CTA-ACAO(WRK-IDX-CTA) EQUAL SPACES
                GO TO 0391-FIM
             END-IF.

             MOVE WRK-CTA-VALOR(WRK-IDX-CTA) TO WRK-EFETIVADO-ED.
             MOVE SPACES TO REG-RELBLJCLI.
             STRING "  "                           DELIMITED BY SIZE
                    WRK-CTA-CHAVE(WRK-IDX-CTA)(1:4) DELIMITED BY SIZE
                    "-"                            DELIMITED BY SIZE
                    WRK-CTA-CHAVE(WRK-IDX-CTA)(5:7) DELIMITED BY SIZE
               INTO REG-RELBLJCLI.
             MOVE WRK-EFETIVADO-ED          TO REG-RELBLJCLI(39:14).
             MOVE WRK-CTA-ACAO(WRK-IDX-CTA) TO REG-RELBLJCLI(58:15).
             PERFORM 0370-GRAVAR-LINHA.
       0391-FIM. EXIT.

      *----------------------- FINALIZAR
      *    RETURN-CODE: 00 = REMESSA APLICADA, 04 = ORDEM(NS)
      *    RECUSADA(S) OU CONTAS ALEM DAS TABELAS, 08 = REMESSA DO
      *    DIA JA APLICADA (POSTO EM 0200, NAO PASSA POR AQUI),
      *    16 = ERRO DE GRAVACAO. COM 16 O JOB NAO APLICA O LOTE.
       0400-FINALIZAR        SECTION.
           MOVE SPACES             TO REG-RSJ-TRAILER.
           MOVE "T"                TO RJT-TIPO-REG.
           MOVE WRK-QTD-RESPOSTA   TO RJT-QTD-ORDENS.
           MOVE WRK-SOMA-RESPOSTA  TO RJT-SOMA-EFETIVADO.
           WRITE REG-RSJ-TRAILER.
           IF FS-RSJARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR TRAILER DA RESPOSTA"
              MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 0410-IMPRIMIR-TOTAIS.

           IF WRK-HA-REMESSA
              CLOSE ORJARQCLI
           END-IF.
           CLOSE BLJARQCLI
                 SARQCLI
                 MOVBLJCLI
                 RSJARQCLI
                 RELBLJCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "ORDENS LIDAS....: " WRK-CONTADOR.
           DISPLAY "BLOQUEIOS.......: " WRK-CONTADOR-BLOQ.
           DISPLAY "LIBERACOES......: " WRK-CONTADOR-LIBER.
           DISPLAY "TRANSFERENCIAS..: " WRK-CONTADOR-TRANSF.
           DISPLAY "JA APLICADAS....: " WRK-CONTADOR-REPETID.
           DISPLAY "RECUSADAS.......: " WRK-CONTADOR-RECUSAD.
           DISPLAY "DEBITOS GERADOS.: " WRK-CONTADOR-MOVTOS.

      *    NAO REBAIXA UM 16 JA POSTO.
           IF (WRK-CONTADOR-RECUSAD GREATER ZEROS OR
               WRK-HOUVE-ESTOURO) AND
              RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       0400-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAIS DE CONTROLE
       0410-IMPRIMIR-TOTAIS  SECTION.
           IF WRK-LINHA-ATUAL GREATER 50
              PERFORM 0360-NOVA-PAGINA
           END-IF.

           MOVE SPACES TO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "ORDENS LIDAS........: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-BLOQ TO WRK-QTD-ED.
           MOVE WRK-SOMA-BLOQUEADA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "BLOQUEIOS...........: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  "  VALOR "              DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-LIBER TO WRK-QTD-ED.
           MOVE WRK-SOMA-LIBERADA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "LIBERACOES..........: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  "  VALOR "              DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-TRANSF TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "TRANSFERENCIAS......: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-MOVTOS TO WRK-QTD-ED.
           MOVE WRK-SOMA-TRANSFERIDA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "DEBITOS GERADOS.....: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  "  VALOR "              DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-REPETID TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "JA APLICADAS ANTES..: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-RECUSAD TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "ORDENS RECUSADAS....: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-QTD-RESPOSTA TO WRK-QTD-ED.
           MOVE WRK-SOMA-RESPOSTA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELBLJCLI.
           STRING "RESPOSTA AO SISBAJUD: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  "  VALOR "              DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELBLJCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0410-FIM. EXIT.
