       77 WRK-TOTAL-DESCONH  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REGISTROS PIC 9(07) VALUE ZEROS.

      *Execucoes e registros acumulados por programa (PROG01-PROG40)
       01 WRK-TABELA-PROGRAMAS.
           05 WRK-PROG-ENT OCCURS 40.
               10 WRK-PROG-RUNS PIC 9(05).
               10 WRK-PROG-REGS PIC 9(07).

             MOVE ZEROS TO WRK-IDX
           END-IF.

           IF WRK-IDX EQUAL ZEROS OR WRK-IDX GREATER THAN 40
             ADD 1 TO WRK-TOTAL-DESCONH
           ELSE
             ADD 1 TO WRK-PROG-RUNS (WRK-IDX)
           MOVE "EXECUCOES POR PROGRAMA:" TO WRK-SEC-TITULO.
           WRITE OPER-LINHA FROM WRK-LINHA-SEC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX GREATER THAN 40
             IF WRK-PROG-RUNS (WRK-IDX) NOT EQUAL ZEROS
               MOVE "PROG" TO WRK-PRG-NOME (1:4)
               MOVE WRK-IDX TO WRK-PRG-NOME (5:2)
