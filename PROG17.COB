      *== OBSERVAÇOES: A SEQUENCIA DO DIA (TRN-SEQ) E ATRIBUIDA AQUI:
      *== COMECA EM 001 P/ CADA CLIENTE+DATA E AVANCA ATE ACHAR VAGA
      *== (CHAVE DUPLICADA = VAGA OCUPADA POR LOTE ANTERIOR).
      *== LANCAMENTO DATADO EM PERIODO JA FECHADO PELO FECHAMENTO
      *== MENSAL (PROG26, CONTROLE PERFEC-DAT) E REJEITADO.
      *======================================

       ENVIRONMENT DIVISION.
      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_CLIENTE-DAT /
      *DD_TRNCLI-DAT / DD_LANCTO-DAT / DD_PERFEC-DAT se existirem;
      *senao usa o nome literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *INDICES ALTERNADOS (NOME/TELEFONE/EMAIL, com duplicatas): usados
      *pela consulta do PROG08; todo programa que abre CLIENTE.DAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

      *Periodos fechados pelo fechamento mensal (PROG26)
           SELECT ARQ-PERIODOS ASSIGN TO "PERFEC-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *Listagem de aplicados/rejeitados da execucao do lote
           SELECT REL-LANCTO ASSIGN TO "C:\cobol\SMN5\LANCAMEN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           05 LAN-VALOR      PIC 9(09)V99.
           05 LAN-HISTORICO  PIC X(30).

      *Periodo fechado (so o AAAAMM interessa aqui; ver PROG26)
       FD ARQ-PERIODOS.
       01 PER-LINHA.
           05 PER-PERIODO    PIC 9(06).
           05 FILLER         PIC X(19).

      *Listagem impressa de aplicados/rejeitados
       FD REL-LANCTO.
       01 RELLAN-LINHA     PIC X(132).
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-LANCAMENTOS PIC 9(02) VALUE ZEROS.
       77 FS-PERIODOS    PIC 9(02) VALUE ZEROS.
       77 FS-RELLAN      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".
       77 WRK-GRAVOU     PIC X(01) VALUE "N".

      *-----------TRAVA DE PERIODO FECHADO----------------
      *WRK-ULTIMO-FECHADO zeros = nenhum mes fechado ainda; periodo
      *do lancamento (AAAAMM) ate ele inclusive e recusado
       77 WRK-ULTIMO-FECHADO PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-LAN    PIC 9(06) VALUE ZEROS.

      *-----------TOTALIZADORES DO LOTE----------------
       77 WRK-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-APLICADOS PIC 9(05) VALUE ZEROS.
             DISPLAY "ARQUIVO OK"
           END-IF.

           PERFORM 0110-LER-PERIODOS.

           OPEN I-O TRANSACOES.
           IF FS-TRANSACOES EQUAL 35
             OPEN OUTPUT TRANSACOES
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Acha o ultimo periodo fechado (PERFEC-DAT ausente =
      *nenhum fechamento ainda, nada a recusar por data)
       0110-LER-PERIODOS               SECTION.
           OPEN INPUT ARQ-PERIODOS.
           IF FS-PERIODOS EQUAL 00
             PERFORM UNTIL FS-PERIODOS NOT EQUAL 00
               READ ARQ-PERIODOS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PER-PERIODO GREATER THAN WRK-ULTIMO-FECHADO
                     MOVE PER-PERIODO TO WRK-ULTIMO-FECHADO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-PERIODOS
           END-IF.

      *----- Le cada lancamento do lote e posta em TRNCLI-DAT
       0200-PROCESSAR                  SECTION.
           PERFORM UNTIL FS-LANCAMENTOS NOT EQUAL 00
                 MOVE "DATA INVALIDA" TO WRK-LAN-MOTIVO
                 PERFORM 0250-REJEITAR
               ELSE
                 COMPUTE WRK-PERIODO-LAN = LAN-DATA / 100
                 IF WRK-PERIODO-LAN NOT GREATER THAN
                   WRK-ULTIMO-FECHADO
                   MOVE "PERIODO FECHADO P/ LANCAMENTO"
                     TO WRK-LAN-MOTIVO
                   PERFORM 0250-REJEITAR
                 ELSE
                   PERFORM 0220-VALIDAR-CLIENTE
                 END-IF
               END-IF
             END-IF
           END-IF.
