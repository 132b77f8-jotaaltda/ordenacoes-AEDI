       01 IDX-PROG  PIC 9(2) COMP.
       01 IDX-BUSCA PIC 9(2) COMP.
       01 TAB-PROGS.
           05 ENTRADA-PROG OCCURS 40 TIMES.
               10 PRG-NOME        PIC X(13).
               10 PRG-MAX-INICIO  PIC 9(16).
               10 PRG-QTD-RUNS    PIC 9(4).
               END-IF
           END-PERFORM
           IF IDX-PROG = 0
               IF QTD-PROGS >= 40
                   DISPLAY "RELATORIO-OPERACAO: MAIS DE 40 PROGRAMAS "
                       "DISTINTOS - " EXE-PROGRAMA " IGNORADO"
                   EXIT PARAGRAPH
               END-IF
