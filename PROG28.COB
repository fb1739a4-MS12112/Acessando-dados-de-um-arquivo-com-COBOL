
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG28.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: FUSAO DE CLIENTES DUPLICADOS (APONTADOS PELO
      *== DUPLICADOS.TXT DO PROG12): RECEBE O REG-ID SOBREVIVENTE E O
      *== DUPLICADO, DEIXA O OPERADOR ESCOLHER CAMPO A CAMPO QUAL
      *== CONTATO FICA (NOME/TELEFONE/ENDERECO/EMAIL), TRANSFERE OS
      *== MOVIMENTOS DO TRNCLI-DAT DO DUPLICADO P/ O SOBREVIVENTE,
      *== CANCELA O DUPLICADO E GRAVA OS DOIS LADOS NO JRNCLI-DAT
      *== (SOBREVIVENTE "A", DUPLICADO "F" = FUSAO). A REFERENCIA
      *== ANTIGO -> NOVO FICA PERMANENTE NO FUSCLI-DAT (COPY REGFUS),
      *== SEGUIDA PELO PROG04/PROG16, E O PROG19 AVISA O CRM.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: O MOVIMENTO MANTEM DATA, TIPO, VALOR E
      *== HISTORICO; SO MUDA O TRN-ID (E A SEQUENCIA DO DIA, SE A DO
      *== SOBREVIVENTE JA ESTIVER OCUPADA). O VINCULO DE ESTORNO
      *== (ESTCLI-DAT) ACOMPANHA A NOVA CHAVE, E O SALDO FECHADO DO
      *== DUPLICADO (SALCLI-DAT) SOMA NO DO SOBREVIVENTE PERIODO A
      *== PERIODO, P/ O EXTRATO DO PROG18 CONTINUAR BATENDO. A REGUA
      *== DE COBRANCA DO DUPLICADO (COBCLI-DAT) E ENCERRADA.
      *== A ESCOLHA E CRITICADA (VALCLI) ANTES DE QUALQUER MUDANCA;
      *== FUSAO INTERROMPIDA PODE SER REPETIDA COM OS MESMOS IDS: O
      *== PASSO EM TRANSITO (MOVIMENTO, VINCULO DE ESTORNO OU SALDO
      *== DE UM PERIODO) FICA ANOTADO NO FUSCTL-DAT ATE SER CONCLUIDO
      *== E A REPETICAO O TERMINA SEM DUPLICAR NADA; O QUE JA FOI
      *== MOVIDO NAO E MOVIDO DE NOVO. ENQUANTO HOUVER PASSO EM
      *== TRANSITO DE OUTRO PAR, NENHUMA FUSAO E ACEITA. LISTAGEM
      *== FUSAO.TXT.
      *== A FUSAO E RESTRITA A SUPERVISOR (SIGN-ON DA ROTINA SENCLI).
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *DD_CLIENTE-DAT / DD_TRNCLI-DAT / DD_ESTCLI-DAT / DD_SALCLI-DAT /
      *DD_COBCLI-DAT / DD_FUSCLI-DAT / DD_JRNCLI-DAT / DD_FUSCTL-DAT
      *se existirem,
      *senao o nome literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *INDICES ALTERNADOS (NOME/TELEFONE/EMAIL, com duplicatas): usados
      *pela consulta do PROG08; todo programa que abre CLIENTE.DAT
      *precisa declara-los igualmente, senao o OPEN falha (FS=39).
           SELECT CLIENTES ASSIGN TO "CLIENTE-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-ID
           ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

      *Arquivo de movimentos financeiros (ver COPY REGTRN); acesso
      *dinamico: START no duplicado e gravacao com a nova chave
           SELECT TRANSACOES ASSIGN TO "TRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRN-CHAVE
           FILE STATUS IS FS-TRANSACOES.

      *Vinculo original x estorno gravado pelo PROG25 (COPY REGEST)
           SELECT ESTORNOS ASSIGN TO "ESTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CHAVE-ORIGINAL
           ALTERNATE RECORD KEY IS EST-CHAVE-ESTORNO
           FILE STATUS IS FS-ESTORNOS.

      *Saldos mensais fechados pelo PROG26 (ver COPY REGSAL)
           SELECT SALDOS ASSIGN TO "SALCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-CHAVE
           FILE STATUS IS FS-SALDOS.

      *Controle da regua de cobranca do PROG27 (COPY REGCOB)
           SELECT COBRANCAS ASSIGN TO "COBCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COB-ID
           FILE STATUS IS FS-COBRANCAS.

      *Referencia cruzada permanente antigo -> novo (COPY REGFUS)
           SELECT FUSOES ASSIGN TO "FUSCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUS-ID-ANTIGO
           FILE STATUS IS FS-FUSOES.

      *Jornal de mudancas (COPY REGJRN, mesmo do PROG05)
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Controle da fusao em andamento: o passo em transito (um so
      *registro; vazio = nada pendente), p/ a repeticao de uma fusao
      *interrompida concluir o passo sem duplica-lo
           SELECT CTL-FUSAO ASSIGN TO "FUSCTL-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLFUS.

      *Listagem da fusao (movimentos transferidos e totais)
           SELECT REL-FUSAO ASSIGN TO "C:\cobol\SMN5\FUSAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELFUS.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD TRANSACOES.
           COPY REGTRN.

       FD ESTORNOS.
           COPY REGEST.

       FD SALDOS.
           COPY REGSAL.

       FD COBRANCAS.
           COPY REGCOB.

       FD FUSOES.
           COPY REGFUS.

      *Jornal de mudancas: operacao A=ALTERACAO (sobrevivente) e
      *F=FUSAO (duplicado cancelado), imagem completa antes e depois
       FD JORNAL.
           COPY REGJRN.

       FD CTL-FUSAO.
       01 CTL-REGISTRO     PIC X(272).

       FD REL-FUSAO.
       01 FUS-LINHA        PIC X(132).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-ESTORNOS    PIC 9(02) VALUE ZEROS.
       77 FS-SALDOS      PIC 9(02) VALUE ZEROS.
       77 FS-COBRANCAS   PIC 9(02) VALUE ZEROS.
       77 FS-FUSOES      PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL      PIC 9(02) VALUE ZEROS.
       77 FS-RELFUS      PIC 9(02) VALUE ZEROS.
       77 FS-CTLFUS      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.
       77 WRK-REGS-ALTERADOS PIC 9(01) VALUE ZERO.

      *Area de parametros da critica compartilhada (rotina VALCLI):
      *o registro resultante da escolha passa pelas mesmas regras
      *da manutencao antes de qualquer mudanca
           COPY VALPAR.

      *Area de parametros da trava de execucao (rotina TRVCLI):
      *atualizador exclusivo de CLIENTE.DAT
           COPY TRVPAR.
       77 WRK-TRAVADO    PIC X(01) VALUE "N".

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-OPERADOR carimba o jornal e a auditoria;
      *SEN-PERFIL libera a fusao (so supervisor)
           COPY SENPAR.

      *Arquivos opcionais: ausente = nada daquele tipo a transferir
       77 WRK-TEM-TRANSACOES PIC X(01) VALUE "N".
       77 WRK-TEM-ESTORNOS   PIC X(01) VALUE "N".
       77 WRK-TEM-SALDOS     PIC X(01) VALUE "N".
       77 WRK-TEM-COBRANCAS  PIC X(01) VALUE "N".

      *-----------IDS E ESCOLHAS DO OPERADOR----------------
       77 WRK-ID-SOBREV  PIC 9(08) VALUE ZEROS.
       77 WRK-ID-DUPLIC  PIC 9(08) VALUE ZEROS.
       77 WRK-FUSAO-OK   PIC X(01) VALUE "N".
       77 WRK-MOTIVO     PIC X(30) VALUE SPACES.
       77 WRK-ESCOLHA    PIC X(01) VALUE SPACE.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACE.
       77 WRK-STATUS-ANT PIC X(01) VALUE SPACE.
       77 WRK-IMAGEM-ANTES PIC X(128) VALUE SPACES.
       77 WRK-JRN-OPERACAO PIC X(01) VALUE SPACE.
       77 WRK-JRN-ID     PIC 9(08) VALUE ZEROS.

      *Registros do sobrevivente e do duplicado como lidos, e o
      *resultado da escolha campo a campo (layout REGCLI)
       01 WRK-REG-SOBREV.
           05 WRK-SOB-ID          PIC 9(08).
           05 WRK-SOB-NOME        PIC X(20).
           05 WRK-SOB-TELEFONE    PIC 9(11).
           05 WRK-SOB-ENDERECO    PIC X(40).
           05 WRK-SOB-EMAIL       PIC X(40).
           05 WRK-SOB-STATUS      PIC X(01).
           05 WRK-SOB-DATA-STATUS PIC 9(08).
       01 WRK-REG-DUPLIC.
           05 WRK-DUP-ID          PIC 9(08).
           05 WRK-DUP-NOME        PIC X(20).
           05 WRK-DUP-TELEFONE    PIC 9(11).
           05 WRK-DUP-ENDERECO    PIC X(40).
           05 WRK-DUP-EMAIL       PIC X(40).
           05 WRK-DUP-STATUS      PIC X(01).
           05 WRK-DUP-DATA-STATUS PIC 9(08).
       01 WRK-REG-FINAL.
           05 WRK-FIN-ID          PIC 9(08).
           05 WRK-FIN-NOME        PIC X(20).
           05 WRK-FIN-TELEFONE    PIC 9(11).
           05 WRK-FIN-ENDERECO    PIC X(40).
           05 WRK-FIN-EMAIL       PIC X(40).
           05 WRK-FIN-STATUS      PIC X(01).
           05 WRK-FIN-DATA-STATUS PIC 9(08).

      *-----------TRANSFERENCIA DOS MOVIMENTOS----------------
       77 WRK-FIM-LEITURA PIC X(01) VALUE "N".
       77 WRK-GRAVOU      PIC X(01) VALUE "N".
       77 WRK-SEQ-LIVRE   PIC X(01) VALUE "N".
       77 WRK-CHAVE-ANTIGA PIC X(19) VALUE SPACES.
       77 WRK-CHAVE-NOVA   PIC X(19) VALUE SPACES.
      *Movimento do duplicado como lido, antes de ganhar a nova chave
       01 WRK-TRN-ANTIGO.
           05 WRK-ANT-ID       PIC 9(08).
           05 WRK-ANT-DATA     PIC 9(08).
           05 WRK-ANT-SEQ      PIC 9(03).
           05 WRK-ANT-TIPO     PIC X(01).
           05 WRK-ANT-VALOR    PIC 9(09)V99.
           05 WRK-ANT-HIST     PIC X(30).

      *Saldo fechado do duplicado como lido (layout REGSAL)
       01 WRK-SALDO-DUPLIC.
           05 WRK-SDU-ID         PIC 9(08).
           05 WRK-SDU-PERIODO    PIC 9(06).
           05 WRK-SDU-INICIAL    PIC S9(11)V99.
           05 WRK-SDU-DEBITOS    PIC 9(11)V99.
           05 WRK-SDU-CREDITOS   PIC 9(11)V99.
           05 WRK-SDU-FINAL      PIC S9(11)V99.
           05 WRK-SDU-DATA-FECH  PIC 9(08).

      *-----------CONTROLE DO PASSO EM TRANSITO (FUSCTL-DAT)---------
      *Etapa M=movimento gravado na nova chave, antigo ainda nao
      *excluido; V=idem, com o vinculo de estorno sendo refeito;
      *S=saldo de um periodo (WRK-CTL-SALDO = resultado final do
      *sobrevivente). WRK-RETOMADA: achou passo pendente deste par
       77 WRK-RETOMADA   PIC X(01) VALUE "N".
       01 WRK-CONTROLE.
           05 WRK-CTL-SOBREV       PIC 9(08).
           05 WRK-CTL-DUPLIC       PIC 9(08).
           05 WRK-CTL-ETAPA        PIC X(01).
           05 WRK-CTL-CHAVE-ANTIGA PIC X(19).
           05 WRK-CTL-CHAVE-NOVA   PIC X(19).
           05 WRK-CTL-MOVIMENTO    PIC X(61).
           05 WRK-CTL-VINCULO      PIC X(82).
           05 WRK-CTL-SALDO        PIC X(74).

      *-----------TOTALIZADORES----------------
       77 WRK-TOTAL-MOVIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-RESEQ     PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-VINCULOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-SALDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS  PIC 9(11)V99 VALUE ZEROS.

      *-----------LINHAS DA LISTAGEM----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(26) VALUE
              "FUSAO DE CLIENTES EM ".
           05 WRK-TIT-DATA    PIC 9(08).
           05 FILLER          PIC X(98) VALUE SPACES.

       01 WRK-LINHA-PAR.
           05 FILLER          PIC X(14) VALUE "SOBREVIVENTE: ".
           05 WRK-PAR-SOB-ID  PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-PAR-SOB-NOME PIC X(20).
           05 FILLER          PIC X(15) VALUE "   DUPLICADO: ".
           05 WRK-PAR-DUP-ID  PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-PAR-DUP-NOME PIC X(20).
           05 FILLER          PIC X(43) VALUE SPACES.

       01 WRK-LINHA-MOV.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MOV-ANT-ID  PIC 9(08).
           05 FILLER          PIC X(01) VALUE "-".
           05 WRK-MOV-ANT-DATA PIC 9(08).
           05 FILLER          PIC X(01) VALUE "-".
           05 WRK-MOV-ANT-SEQ PIC 9(03).
           05 FILLER          PIC X(04) VALUE " -> ".
           05 WRK-MOV-NOV-ID  PIC 9(08).
           05 FILLER          PIC X(01) VALUE "-".
           05 WRK-MOV-NOV-DATA PIC 9(08).
           05 FILLER          PIC X(01) VALUE "-".
           05 WRK-MOV-NOV-SEQ PIC 9(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MOV-TIPO    PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MOV-VALOR   PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MOV-HIST    PIC X(30).
           05 FILLER          PIC X(35) VALUE SPACES.

       01 WRK-LINHA-TOT.
           05 FILLER          PIC X(20) VALUE "MOVIMENTOS MOVIDOS: ".
           05 WRK-TOT-MOVIDOS PIC ZZZZ9.
           05 FILLER          PIC X(18) VALUE "  NOVA SEQUENCIA: ".
           05 WRK-TOT-RESEQ   PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  ESTORNOS: ".
           05 WRK-TOT-VINCULOS PIC ZZZZ9.
           05 FILLER          PIC X(19) VALUE "  SALDOS FECHADOS: ".
           05 WRK-TOT-SALDOS  PIC ZZZZ9.
           05 FILLER          PIC X(43) VALUE SPACES.

       01 WRK-LINHA-TOT-VAL.
           05 FILLER          PIC X(19) VALUE "DEBITOS MOVIDOS..: ".
           05 WRK-TOT-DEBITOS PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(20) VALUE "  CREDITOS MOVIDOS: ".
           05 WRK-TOT-CREDITOS PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Trava a base e abre tudo (FS-CLIENTES=35 nao e
      *auto-criado, igual o PROG05; os satelites sao opcionais, e
      *so a referencia cruzada e criada na primeira fusao)
       0100-INICIALIZAR                SECTION.
      *----- Sign-on antes de tudo: a fusao cancela um cliente e
      *move o financeiro dele, so supervisor faz
           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF SEN-PERFIL NOT EQUAL "S"
             MOVE "FUNCAO RESTRITA A SUPERVISOR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Trava exclusiva ANTES do OPEN I-O: um segundo
      *atualizador recebe a recusa clara em vez de meia fusao
           MOVE "E" TO TRV-FUNCAO.
           MOVE "PROG28" TO TRV-PROGRAMA.
           CALL "TRVCLI" USING TRV-PARAMETROS.
           IF TRV-RETORNO NOT EQUAL "S"
             DISPLAY TRV-MOTIVO
             MOVE "BASE EM USO POR OUTRO PROGRAMA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE "S" TO WRK-TRAVADO.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
             MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           ELSE
             DISPLAY "ARQUIVO OK"
           END-IF.

           OPEN I-O TRANSACOES.
           IF FS-TRANSACOES EQUAL 00
             MOVE "S" TO WRK-TEM-TRANSACOES
           END-IF.
           OPEN I-O ESTORNOS.
           IF FS-ESTORNOS EQUAL 00
             MOVE "S" TO WRK-TEM-ESTORNOS
           END-IF.
           OPEN I-O SALDOS.
           IF FS-SALDOS EQUAL 00
             MOVE "S" TO WRK-TEM-SALDOS
           END-IF.
           OPEN I-O COBRANCAS.
           IF FS-COBRANCAS EQUAL 00
             MOVE "S" TO WRK-TEM-COBRANCAS
           END-IF.

      *----- FUSCLI-DAT e criado na primeira fusao (FS=35)
           OPEN I-O FUSOES.
           IF FS-FUSOES EQUAL 35
             OPEN OUTPUT FUSOES
             IF FS-FUSOES NOT EQUAL 00
               MOVE "FUSCLI NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE FUSOES
             OPEN I-O FUSOES
           END-IF.
           IF FS-FUSOES NOT EQUAL 00
             MOVE "FUSCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- JRNCLI-DAT e criado na primeira mudanca (FS=35)
           OPEN I-O JORNAL.
           IF FS-JORNAL EQUAL 35
             OPEN OUTPUT JORNAL
             CLOSE JORNAL
             OPEN I-O JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL 00
             MOVE "JORNAL NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT REL-FUSAO.
           IF FS-RELFUS NOT EQUAL 00
             MOVE "LISTAGEM NAO FOI ABERTA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-TIT-DATA.
           WRITE FUS-LINHA FROM WRK-LINHA-TITULO.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Pede o par, critica, colhe a escolha e so entao aplica
       0200-PROCESSAR                  SECTION.
           DISPLAY "FUSAO DE CLIENTES DUPLICADOS".
           DISPLAY "REG-ID SOBREVIVENTE: " WITH NO ADVANCING.
           ACCEPT WRK-ID-SOBREV.
           DISPLAY "REG-ID DUPLICADO...: " WITH NO ADVANCING.
           ACCEPT WRK-ID-DUPLIC.

           PERFORM 0210-CRITICAR-PAR.
           IF WRK-FUSAO-OK EQUAL "S"
             PERFORM 0220-ESCOLHER-CAMPOS
           END-IF.
           IF WRK-FUSAO-OK EQUAL "S"
             DISPLAY "CONFIRMA FUSAO (S/N): " WITH NO ADVANCING
             ACCEPT WRK-CONFIRMA
             IF WRK-CONFIRMA NOT EQUAL "S"
               AND WRK-CONFIRMA NOT EQUAL "s"
               MOVE "N" TO WRK-FUSAO-OK
               MOVE "CANCELADA PELO OPERADOR" TO WRK-MOTIVO
             END-IF
           END-IF.

           IF WRK-FUSAO-OK NOT EQUAL "S"
             DISPLAY "FUSAO NAO REALIZADA: " WRK-MOTIVO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE WRK-ID-SOBREV    TO WRK-PAR-SOB-ID
             MOVE WRK-SOB-NOME     TO WRK-PAR-SOB-NOME
             MOVE WRK-ID-DUPLIC    TO WRK-PAR-DUP-ID
             MOVE WRK-DUP-NOME     TO WRK-PAR-DUP-NOME
             WRITE FUS-LINHA FROM WRK-LINHA-PAR
             IF WRK-RETOMADA EQUAL "S"
               PERFORM 0225-RETOMAR-FUSAO
             END-IF
             IF WRK-TEM-TRANSACOES EQUAL "S"
               PERFORM 0230-MOVER-TRANSACOES
             END-IF
             IF WRK-TEM-SALDOS EQUAL "S"
               PERFORM 0250-MOVER-SALDOS
             END-IF
             IF WRK-TEM-COBRANCAS EQUAL "S"
               MOVE WRK-ID-DUPLIC TO COB-ID
               DELETE COBRANCAS RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
             END-IF
             PERFORM 0270-ATUALIZAR-CLIENTES
             PERFORM 0280-GRAVAR-REFERENCIA
             DISPLAY "FUSAO CONCLUIDA. MOVIMENTOS TRANSFERIDOS: "
               WRK-TOTAL-MOVIDOS
           END-IF.

      *----- Critica o par antes de qualquer mudanca: IDs distintos,
      *nenhum dos dois ja fundido, ambos no mestre e sobrevivente
      *nao cancelado (duplicado cancelado pode ser fundido: e o caso
      *do ID excluido a mao com movimentos orfaos)
       0210-CRITICAR-PAR               SECTION.
           MOVE "S" TO WRK-FUSAO-OK.
           EVALUATE TRUE
             WHEN WRK-ID-SOBREV EQUAL ZEROS
               OR WRK-ID-DUPLIC EQUAL ZEROS
               MOVE "REG-ID INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-FUSAO-OK
             WHEN WRK-ID-SOBREV EQUAL WRK-ID-DUPLIC
               MOVE "SOBREVIVENTE IGUAL AO DUPLICADO" TO WRK-MOTIVO
               MOVE "N" TO WRK-FUSAO-OK
           END-EVALUATE.

      *----- Passo em transito no controle: do mesmo par, sera
      *concluido; de outro par, esse tem de ser repetido primeiro
           IF WRK-FUSAO-OK EQUAL "S"
             OPEN INPUT CTL-FUSAO
             IF FS-CTLFUS EQUAL 00
               READ CTL-FUSAO
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE CTL-REGISTRO TO WRK-CONTROLE
                   IF WRK-CTL-SOBREV EQUAL WRK-ID-SOBREV
                     AND WRK-CTL-DUPLIC EQUAL WRK-ID-DUPLIC
                     MOVE "S" TO WRK-RETOMADA
                     DISPLAY "FUSAO INTERROMPIDA DESTE PAR: O PASSO "
                       "PENDENTE SERA CONCLUIDO"
                   ELSE
                     DISPLAY "FUSAO INTERROMPIDA: SOBREVIVENTE "
                       WRK-CTL-SOBREV " DUPLICADO " WRK-CTL-DUPLIC
                     MOVE "OUTRA FUSAO FICOU INTERROMPIDA"
                       TO WRK-MOTIVO
                     MOVE "N" TO WRK-FUSAO-OK
                   END-IF
               END-READ
               CLOSE CTL-FUSAO
             END-IF
           END-IF.

           IF WRK-FUSAO-OK EQUAL "S"
             MOVE WRK-ID-DUPLIC TO FUS-ID-ANTIGO
             READ FUSOES KEY IS FUS-ID-ANTIGO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "DUPLICADO JA FOI FUNDIDO" TO WRK-MOTIVO
                 MOVE "N" TO WRK-FUSAO-OK
             END-READ
           END-IF.
           IF WRK-FUSAO-OK EQUAL "S"
             MOVE WRK-ID-SOBREV TO FUS-ID-ANTIGO
             READ FUSOES KEY IS FUS-ID-ANTIGO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "SOBREVIVENTE JA FOI FUNDIDO" TO WRK-MOTIVO
                 MOVE "N" TO WRK-FUSAO-OK
             END-READ
           END-IF.

           IF WRK-FUSAO-OK EQUAL "S"
             MOVE WRK-ID-SOBREV TO REG-ID
             READ CLIENTES KEY IS REG-ID
               INVALID KEY
                 MOVE "SOBREVIVENTE NAO ENCONTRADO" TO WRK-MOTIVO
                 MOVE "N" TO WRK-FUSAO-OK
               NOT INVALID KEY
                 MOVE REG-CLIENTES TO WRK-REG-SOBREV
                 IF REG-STATUS EQUAL "C"
                   MOVE "SOBREVIVENTE CANCELADO" TO WRK-MOTIVO
                   MOVE "N" TO WRK-FUSAO-OK
                 END-IF
             END-READ
           END-IF.
           IF WRK-FUSAO-OK EQUAL "S"
             MOVE WRK-ID-DUPLIC TO REG-ID
             READ CLIENTES KEY IS REG-ID
               INVALID KEY
                 MOVE "DUPLICADO NAO ENCONTRADO" TO WRK-MOTIVO
                 MOVE "N" TO WRK-FUSAO-OK
               NOT INVALID KEY
                 MOVE REG-CLIENTES TO WRK-REG-DUPLIC
             END-READ
           END-IF.

      *----- Campo a campo: 1 mantem o do sobrevivente (padrao),
      *2 traz o do duplicado; o resultado passa pela VALCLI
       0220-ESCOLHER-CAMPOS            SECTION.
           MOVE WRK-REG-SOBREV TO WRK-REG-FINAL.
           DISPLAY "CAMPO        1-SOBREVIVENTE / 2-DUPLICADO".

           DISPLAY "NOME.....1: " WRK-SOB-NOME.
           DISPLAY "NOME.....2: " WRK-DUP-NOME.
           DISPLAY "MANTER (1/2): " WITH NO ADVANCING.
           ACCEPT WRK-ESCOLHA.
           IF WRK-ESCOLHA EQUAL "2"
             MOVE WRK-DUP-NOME TO WRK-FIN-NOME
           END-IF.

           DISPLAY "TELEFONE.1: " WRK-SOB-TELEFONE.
           DISPLAY "TELEFONE.2: " WRK-DUP-TELEFONE.
           DISPLAY "MANTER (1/2): " WITH NO ADVANCING.
           ACCEPT WRK-ESCOLHA.
           IF WRK-ESCOLHA EQUAL "2"
             MOVE WRK-DUP-TELEFONE TO WRK-FIN-TELEFONE
           END-IF.

           DISPLAY "ENDERECO.1: " WRK-SOB-ENDERECO.
           DISPLAY "ENDERECO.2: " WRK-DUP-ENDERECO.
           DISPLAY "MANTER (1/2): " WITH NO ADVANCING.
           ACCEPT WRK-ESCOLHA.
           IF WRK-ESCOLHA EQUAL "2"
             MOVE WRK-DUP-ENDERECO TO WRK-FIN-ENDERECO
           END-IF.

           DISPLAY "EMAIL....1: " WRK-SOB-EMAIL.
           DISPLAY "EMAIL....2: " WRK-DUP-EMAIL.
           DISPLAY "MANTER (1/2): " WITH NO ADVANCING.
           ACCEPT WRK-ESCOLHA.
           IF WRK-ESCOLHA EQUAL "2"
             MOVE WRK-DUP-EMAIL TO WRK-FIN-EMAIL
           END-IF.

           MOVE "A" TO VAL-FUNCAO.
           MOVE WRK-SOB-STATUS TO VAL-STATUS-ANT.
           CALL "VALCLI" USING VAL-PARAMETROS WRK-REG-FINAL.
           IF VAL-RETORNO NOT EQUAL "S"
             MOVE VAL-MOTIVO TO WRK-MOTIVO
             MOVE "N" TO WRK-FUSAO-OK
           ELSE
             DISPLAY "RESULTADO: " WRK-FIN-ID " " WRK-FIN-NOME
             DISPLAY "           " WRK-FIN-TELEFONE " " WRK-FIN-EMAIL
             DISPLAY "           " WRK-FIN-ENDERECO
           END-IF.

      *----- Fusao interrompida deste mesmo par: conclui o passo que
      *ficou em transito no FUSCTL-DAT antes de seguir com o resto
       0225-RETOMAR-FUSAO              SECTION.
           DISPLAY "CONCLUINDO O PASSO INTERROMPIDO DA FUSAO".
           EVALUATE WRK-CTL-ETAPA
             WHEN "M"
             WHEN "V"
               IF WRK-TEM-TRANSACOES EQUAL "S"
                 PERFORM 0226-RETOMAR-MOVIMENTO
               END-IF
             WHEN "S"
               IF WRK-TEM-SALDOS EQUAL "S"
                 PERFORM 0257-EFETIVAR-SALDO
               END-IF
             WHEN OTHER
               PERFORM 0239-LIMPAR-CONTROLE
           END-EVALUATE.
           MOVE "N" TO WRK-RETOMADA.

      *----- Movimento em transito: a nova chave ja gravada com o
      *mesmo conteudo conta como feita; ausente, e gravada agora.
      *Ocupada por outro lancamento, o movimento nao chegou a ser
      *gravado e continua no duplicado: a 0230 o move normalmente
       0226-RETOMAR-MOVIMENTO          SECTION.
           MOVE WRK-CTL-CHAVE-ANTIGA TO WRK-CHAVE-ANTIGA.
           MOVE WRK-CTL-CHAVE-NOVA   TO WRK-CHAVE-NOVA.
           MOVE WRK-CTL-MOVIMENTO    TO WRK-TRN-ANTIGO.
           MOVE WRK-CHAVE-ANTIGA     TO WRK-TRN-ANTIGO (1:19).
           IF WRK-CTL-ETAPA EQUAL "V"
             AND WRK-TEM-ESTORNOS EQUAL "S"
             PERFORM 0227-RETOMAR-VINCULO
           END-IF.

           MOVE "N" TO WRK-GRAVOU.
           MOVE WRK-CHAVE-NOVA TO TRN-CHAVE.
           READ TRANSACOES KEY IS TRN-CHAVE
             INVALID KEY
               MOVE WRK-CTL-MOVIMENTO TO REG-TRANSACAO
               WRITE REG-TRANSACAO
                 INVALID KEY
                   MOVE "ERRO AO GRAVAR MOVIMENTO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-WRITE
               MOVE "S" TO WRK-GRAVOU
             NOT INVALID KEY
               IF REG-TRANSACAO EQUAL WRK-CTL-MOVIMENTO
                 MOVE "S" TO WRK-GRAVOU
               END-IF
           END-READ.
           IF WRK-GRAVOU EQUAL "S"
             PERFORM 0236-CONCLUIR-MOVIMENTO
           ELSE
             PERFORM 0239-LIMPAR-CONTROLE
           END-IF.

      *----- Vinculo em transito: exclui o lado original antigo se
      *ainda existir e grava o do controle com a nova chave (FS=22 =
      *ja gravado antes da interrupcao)
       0227-RETOMAR-VINCULO            SECTION.
           MOVE WRK-CHAVE-ANTIGA TO EST-CHAVE-ORIGINAL.
           READ ESTORNOS KEY IS EST-CHAVE-ORIGINAL
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DELETE ESTORNOS RECORD
                 INVALID KEY
                   MOVE "ERRO AO REVINCULAR ESTORNO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-DELETE
           END-READ.

           MOVE WRK-CTL-VINCULO TO REG-ESTORNO.
           MOVE WRK-CHAVE-NOVA  TO EST-CHAVE-ORIGINAL.
           WRITE REG-ESTORNO
             INVALID KEY
               IF FS-ESTORNOS NOT EQUAL 22
                 MOVE "ERRO AO REVINCULAR ESTORNO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-VINCULOS
           END-WRITE.

      *----- Transfere os movimentos do duplicado, um a um: cada
      *volta reposiciona no primeiro que ainda esta no duplicado,
      *pois a gravacao com a nova chave e a exclusao da antiga
      *mexem no arquivo sob a leitura
       0230-MOVER-TRANSACOES           SECTION.
           MOVE "N" TO WRK-FIM-LEITURA.
           PERFORM UNTIL WRK-FIM-LEITURA EQUAL "S"
             MOVE WRK-ID-DUPLIC TO TRN-ID
             MOVE ZEROS TO TRN-DATA TRN-SEQ
             START TRANSACOES KEY IS NOT LESS THAN TRN-CHAVE
               INVALID KEY
                 MOVE "S" TO WRK-FIM-LEITURA
             END-START
             IF WRK-FIM-LEITURA NOT EQUAL "S"
               READ TRANSACOES NEXT RECORD
                 AT END
                   MOVE "S" TO WRK-FIM-LEITURA
               END-READ
             END-IF
             IF WRK-FIM-LEITURA NOT EQUAL "S"
               IF TRN-ID NOT EQUAL WRK-ID-DUPLIC
                 MOVE "S" TO WRK-FIM-LEITURA
               ELSE
                 PERFORM 0235-MOVER-LANCAMENTO
               END-IF
             END-IF
           END-PERFORM.

      *----- Escolhe a vaga sob o sobrevivente (mesma sequencia se
      *livre; senao a proxima do dia, regra do PROG17), anota o
      *movimento em transito no FUSCTL-DAT e so entao grava a nova
      *chave; a exclusao da antiga vem por ultimo (0236)
       0235-MOVER-LANCAMENTO           SECTION.
           MOVE REG-TRANSACAO TO WRK-TRN-ANTIGO.
           MOVE TRN-CHAVE     TO WRK-CHAVE-ANTIGA.
           MOVE WRK-ID-SOBREV TO TRN-ID.
           MOVE "N" TO WRK-SEQ-LIVRE.
           READ TRANSACOES KEY IS TRN-CHAVE
             INVALID KEY
               MOVE "S" TO WRK-SEQ-LIVRE
           END-READ.

           IF WRK-SEQ-LIVRE NOT EQUAL "S"
             ADD 1 TO WRK-TOTAL-RESEQ
             MOVE WRK-ID-SOBREV TO TRN-ID
             MOVE WRK-ANT-DATA  TO TRN-DATA
             MOVE ZEROS TO TRN-SEQ
             PERFORM UNTIL WRK-SEQ-LIVRE EQUAL "S"
               OR TRN-SEQ EQUAL 999
               ADD 1 TO TRN-SEQ
               READ TRANSACOES KEY IS TRN-CHAVE
                 INVALID KEY
                   MOVE "S" TO WRK-SEQ-LIVRE
               END-READ
             END-PERFORM
           END-IF.
           IF WRK-SEQ-LIVRE NOT EQUAL "S"
             DISPLAY "SEM VAGA NO DIA P/ " WRK-CHAVE-ANTIGA
             MOVE "SEQUENCIA DO DIA ESGOTADA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE TRN-CHAVE TO WRK-CHAVE-NOVA.

           MOVE WRK-TRN-ANTIGO TO REG-TRANSACAO.
           MOVE WRK-CHAVE-NOVA TO TRN-CHAVE.
           MOVE SPACES           TO WRK-CONTROLE.
           MOVE "M"              TO WRK-CTL-ETAPA.
           MOVE WRK-CHAVE-ANTIGA TO WRK-CTL-CHAVE-ANTIGA.
           MOVE WRK-CHAVE-NOVA   TO WRK-CTL-CHAVE-NOVA.
           MOVE REG-TRANSACAO    TO WRK-CTL-MOVIMENTO.
           PERFORM 0238-GRAVAR-CONTROLE.

           WRITE REG-TRANSACAO
             INVALID KEY
               MOVE "ERRO AO GRAVAR MOVIMENTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-WRITE.
           PERFORM 0236-CONCLUIR-MOVIMENTO.

      *----- Com a nova chave ja gravada: revincula o estorno, exclui
      *a chave antiga, limpa o controle e lista. Na retomada a chave
      *antiga pode ja ter sido excluida antes da interrupcao
       0236-CONCLUIR-MOVIMENTO         SECTION.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             PERFORM 0240-REVINCULAR-ESTORNO
           END-IF.

           MOVE WRK-CHAVE-ANTIGA TO TRN-CHAVE.
           DELETE TRANSACOES RECORD
             INVALID KEY
               IF WRK-RETOMADA NOT EQUAL "S"
                 DISPLAY "MOVIMENTO DUPLICADO: " WRK-CHAVE-ANTIGA
                 MOVE "ERRO AO EXCLUIR MOVIMENTO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
           END-DELETE.
           PERFORM 0239-LIMPAR-CONTROLE.

           ADD 1 TO WRK-TOTAL-MOVIDOS.
           IF WRK-ANT-TIPO EQUAL "D"
             ADD WRK-ANT-VALOR TO WRK-TOTAL-DEBITOS
           ELSE
             ADD WRK-ANT-VALOR TO WRK-TOTAL-CREDITOS
           END-IF.
           MOVE WRK-ANT-ID    TO WRK-MOV-ANT-ID.
           MOVE WRK-ANT-DATA  TO WRK-MOV-ANT-DATA.
           MOVE WRK-ANT-SEQ   TO WRK-MOV-ANT-SEQ.
           MOVE WRK-CHAVE-NOVA (1:8)  TO WRK-MOV-NOV-ID.
           MOVE WRK-CHAVE-NOVA (9:8)  TO WRK-MOV-NOV-DATA.
           MOVE WRK-CHAVE-NOVA (17:3) TO WRK-MOV-NOV-SEQ.
           MOVE WRK-ANT-TIPO  TO WRK-MOV-TIPO.
           MOVE WRK-ANT-VALOR TO WRK-MOV-VALOR.
           MOVE WRK-ANT-HIST  TO WRK-MOV-HIST.
           WRITE FUS-LINHA FROM WRK-LINHA-MOV.

      *----- Regrava o controle da fusao com o passo em transito
      *(um unico registro, sempre substituido)
       0238-GRAVAR-CONTROLE            SECTION.
           MOVE WRK-ID-SOBREV TO WRK-CTL-SOBREV.
           MOVE WRK-ID-DUPLIC TO WRK-CTL-DUPLIC.
           OPEN OUTPUT CTL-FUSAO.
           IF FS-CTLFUS NOT EQUAL 00
             MOVE "CONTROLE DA FUSAO NAO GRAVADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           WRITE CTL-REGISTRO FROM WRK-CONTROLE.
           CLOSE CTL-FUSAO.

      *----- Passo concluido: controle vazio (nada em transito)
       0239-LIMPAR-CONTROLE            SECTION.
           OPEN OUTPUT CTL-FUSAO.
           IF FS-CTLFUS NOT EQUAL 00
             MOVE "CONTROLE DA FUSAO NAO GRAVADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           CLOSE CTL-FUSAO.

      *----- O vinculo de estorno acompanha a nova chave, dos dois
      *lados: original (chave primaria: exclui e regrava) e estorno
      *(chave alternada: regrava no lugar). Falha e fatal, pois o
      *par ficaria apontando p/ uma chave que nao existe mais. O
      *vinculo vai p/ o controle antes da exclusao, senao uma parada
      *entre a exclusao e a regravacao o perderia
       0240-REVINCULAR-ESTORNO         SECTION.
           MOVE WRK-CHAVE-ANTIGA TO EST-CHAVE-ORIGINAL.
           READ ESTORNOS KEY IS EST-CHAVE-ORIGINAL
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "V"         TO WRK-CTL-ETAPA
               MOVE REG-ESTORNO TO WRK-CTL-VINCULO
               PERFORM 0238-GRAVAR-CONTROLE
               DELETE ESTORNOS RECORD
                 INVALID KEY
                   MOVE "ERRO AO REVINCULAR ESTORNO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-DELETE
               MOVE WRK-CHAVE-NOVA TO EST-CHAVE-ORIGINAL
               WRITE REG-ESTORNO
                 INVALID KEY
                   MOVE "ERRO AO REVINCULAR ESTORNO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-WRITE
               ADD 1 TO WRK-TOTAL-VINCULOS
           END-READ.

           MOVE WRK-CHAVE-ANTIGA TO EST-CHAVE-ESTORNO.
           READ ESTORNOS KEY IS EST-CHAVE-ESTORNO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE WRK-CHAVE-NOVA TO EST-CHAVE-ESTORNO
               REWRITE REG-ESTORNO
                 INVALID KEY
                   MOVE "ERRO AO REVINCULAR ESTORNO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-REWRITE
               ADD 1 TO WRK-TOTAL-VINCULOS
           END-READ.

      *----- Saldos fechados do duplicado somam no sobrevivente,
      *periodo a periodo (mesmo reposicionamento da 0230)
       0250-MOVER-SALDOS               SECTION.
           MOVE "N" TO WRK-FIM-LEITURA.
           PERFORM UNTIL WRK-FIM-LEITURA EQUAL "S"
             MOVE WRK-ID-DUPLIC TO SAL-ID
             MOVE ZEROS TO SAL-PERIODO
             START SALDOS KEY IS NOT LESS THAN SAL-CHAVE
               INVALID KEY
                 MOVE "S" TO WRK-FIM-LEITURA
             END-START
             IF WRK-FIM-LEITURA NOT EQUAL "S"
               READ SALDOS NEXT RECORD
                 AT END
                   MOVE "S" TO WRK-FIM-LEITURA
               END-READ
             END-IF
             IF WRK-FIM-LEITURA NOT EQUAL "S"
               IF SAL-ID NOT EQUAL WRK-ID-DUPLIC
                 MOVE "S" TO WRK-FIM-LEITURA
               ELSE
                 PERFORM 0255-SOMAR-SALDO
               END-IF
             END-IF
           END-PERFORM.

      *----- Um periodo: calcula o registro final do sobrevivente
      *(soma, ou o do duplicado se ele nao tinha nada no periodo) e
      *anota esse resultado no controle antes de gravar
       0255-SOMAR-SALDO                SECTION.
           MOVE REG-SALDO TO WRK-SALDO-DUPLIC.
           MOVE WRK-ID-SOBREV TO SAL-ID.
           READ SALDOS KEY IS SAL-CHAVE
             INVALID KEY
               MOVE WRK-SALDO-DUPLIC TO REG-SALDO
               MOVE WRK-ID-SOBREV TO SAL-ID
             NOT INVALID KEY
               ADD WRK-SDU-INICIAL  TO SAL-SALDO-INICIAL
               ADD WRK-SDU-DEBITOS  TO SAL-DEBITOS
               ADD WRK-SDU-CREDITOS TO SAL-CREDITOS
               ADD WRK-SDU-FINAL    TO SAL-SALDO-FINAL
           END-READ.

           MOVE SPACES    TO WRK-CONTROLE.
           MOVE "S"       TO WRK-CTL-ETAPA.
           MOVE REG-SALDO TO WRK-CTL-SALDO.
           PERFORM 0238-GRAVAR-CONTROLE.
           PERFORM 0257-EFETIVAR-SALDO.

      *----- Grava o resultado anotado no controle (inclui ou
      *regrava: o mesmo resultado gravado duas vezes nao soma duas
      *vezes) e exclui o periodo do duplicado
       0257-EFETIVAR-SALDO             SECTION.
           MOVE WRK-CTL-SALDO TO REG-SALDO.
           WRITE REG-SALDO
             INVALID KEY
               IF FS-SALDOS NOT EQUAL 22
                 MOVE "ERRO NA GRAVACAO DO SALCLI" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               REWRITE REG-SALDO
                 INVALID KEY
                   MOVE "ERRO NA GRAVACAO DO SALCLI" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-REWRITE
           END-WRITE.

           MOVE WRK-ID-DUPLIC TO SAL-ID.
           DELETE SALDOS RECORD
             INVALID KEY
               IF WRK-RETOMADA NOT EQUAL "S"
                 MOVE "ERRO NA EXCLUSAO DO SALCLI" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
           END-DELETE.
           PERFORM 0239-LIMPAR-CONTROLE.
           ADD 1 TO WRK-TOTAL-SALDOS.

      *----- Regrava o sobrevivente com os campos escolhidos e
      *cancela o duplicado, jornalizando os dois lados
       0270-ATUALIZAR-CLIENTES         SECTION.
           MOVE WRK-ID-SOBREV TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE "SOBREVIVENTE NAO ENCONTRADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-READ.
           MOVE REG-CLIENTES     TO WRK-IMAGEM-ANTES.
           MOVE WRK-FIN-NOME     TO REG-NOME.
           MOVE WRK-FIN-TELEFONE TO REG-TELEFONE.
           MOVE WRK-FIN-ENDERECO TO REG-ENDERECO.
           MOVE WRK-FIN-EMAIL    TO REG-EMAIL.
           REWRITE REG-CLIENTES
             INVALID KEY
               MOVE "ERRO AO ALTERAR SOBREVIVENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-REWRITE.
           ADD 1 TO WRK-REGS-ALTERADOS.
           MOVE "A" TO WRK-JRN-OPERACAO.
           MOVE WRK-ID-SOBREV TO WRK-JRN-ID.
           PERFORM 0290-GRAVAR-JORNAL.

           MOVE WRK-ID-DUPLIC TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE "DUPLICADO NAO ENCONTRADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-READ.
           MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES.
           MOVE REG-STATUS   TO WRK-STATUS-ANT.
           MOVE "C"          TO REG-STATUS.
           IF WRK-STATUS-ANT NOT EQUAL "C"
             MOVE FUNCTION CURRENT-DATE (1:8) TO REG-DATA-STATUS
           END-IF.
           MOVE "A" TO VAL-FUNCAO.
           MOVE WRK-STATUS-ANT TO VAL-STATUS-ANT.
           CALL "VALCLI" USING VAL-PARAMETROS REG-CLIENTES.
           IF VAL-RETORNO NOT EQUAL "S"
             DISPLAY "DUPLICADO: " VAL-MOTIVO
             MOVE "DUPLICADO NAO PODE SER CANCELADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           REWRITE REG-CLIENTES
             INVALID KEY
               MOVE "ERRO AO CANCELAR DUPLICADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-REWRITE.
           ADD 1 TO WRK-REGS-ALTERADOS.
           MOVE "F" TO WRK-JRN-OPERACAO.
           MOVE WRK-ID-DUPLIC TO WRK-JRN-ID.
           PERFORM 0290-GRAVAR-JORNAL.

      *----- Referencia permanente antigo -> novo (sem ela o PROG04,
      *o PROG16 e o CRM nao teriam como achar o sobrevivente)
       0280-GRAVAR-REFERENCIA          SECTION.
           MOVE WRK-ID-DUPLIC     TO FUS-ID-ANTIGO.
           MOVE WRK-ID-SOBREV     TO FUS-ID-NOVO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO FUS-DATA-HORA.
           MOVE WRK-TOTAL-MOVIDOS TO FUS-QTD-MOVIMENTOS.
           WRITE REG-FUSAO
             INVALID KEY
               MOVE "ERRO NA GRAVACAO DO FUSCLI" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-WRITE.

      *----- Grava no jornal a imagem antes/depois do cliente corrente
      *(mesmo registro do PROG05; F = duplicado cancelado na fusao)
       0290-GRAVAR-JORNAL              SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-DATA-HORA.
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO.
           MOVE WRK-JRN-ID       TO JRN-ID.
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES.
           MOVE REG-CLIENTES     TO JRN-DEPOIS.
           MOVE SEN-OPERADOR     TO JRN-OPERADOR.
      *----- Segunda mudanca do mesmo cliente no mesmo segundo: a
      *chave ja existe (FS=22) e a entrada vai p/ a sequencia seguinte
           MOVE ZEROS TO JRN-SEQ.
           WRITE REG-JORNAL
             INVALID KEY
               CONTINUE
           END-WRITE.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 22
             OR JRN-SEQ EQUAL 99
             ADD 1 TO JRN-SEQ
             WRITE REG-JORNAL
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-PERFORM.
           IF FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02
             DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
           END-IF.

      *----- Grava os totais e a auditoria, fecha tudo e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE WRK-TOTAL-MOVIDOS  TO WRK-TOT-MOVIDOS.
           MOVE WRK-TOTAL-RESEQ    TO WRK-TOT-RESEQ.
           MOVE WRK-TOTAL-VINCULOS TO WRK-TOT-VINCULOS.
           MOVE WRK-TOTAL-SALDOS   TO WRK-TOT-SALDOS.
           WRITE FUS-LINHA FROM WRK-LINHA-TOT.
           MOVE WRK-TOTAL-DEBITOS  TO WRK-TOT-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO WRK-TOT-CREDITOS.
           WRITE FUS-LINHA FROM WRK-LINHA-TOT-VAL.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG28  FS-CLIENTES="       DELIMITED BY SIZE
               FS-CLIENTES                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-REGS-ALTERADOS             DELIMITED BY SIZE
               "  MOVIMENTOS="                DELIMITED BY SIZE
               WRK-TOTAL-MOVIDOS              DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "FIM DE PROGRAMA"
           CLOSE CLIENTES.
           IF WRK-TEM-TRANSACOES EQUAL "S"
             CLOSE TRANSACOES
           END-IF.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             CLOSE ESTORNOS
           END-IF.
           IF WRK-TEM-SALDOS EQUAL "S"
             CLOSE SALDOS
           END-IF.
           IF WRK-TEM-COBRANCAS EQUAL "S"
             CLOSE COBRANCAS
           END-IF.
           CLOSE FUSOES.
           IF WRK-TRAVADO EQUAL "S"
             MOVE "L" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
           END-IF.
           CLOSE JORNAL.
           CLOSE REL-FUSAO.
           CLOSE LOG-AUDITORIA.

      *----- Erro fatal: mensagem + codigo de retorno 12
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
      *----- Erro detectado com a trava exclusiva ja tomada: libera
      *antes de sair, p/ um erro comum (ex. DD errado no OPEN) nao
      *exigir a limpeza manual do PROG21, que e so p/ abend real
           IF WRK-TRAVADO EQUAL "S"
             MOVE "L" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-TRAVADO
           END-IF.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG28.
