      ******************************************************************
      *PROGRAM:  Group 3 CSV Extract Field Builder
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Appends one field to the CSV extract row being built
      *          in WS-CSV-AREA (see WS-CSV), with the comma before it
      *          when it is not the first field. Text is trimmed of
      *          leading and trailing blanks and, when it holds a
      *          comma or a quote, wrapped in quotes with any quote
      *          doubled; a date (YYYYMMDD or YYYYMM)
      *          goes out in ISO form and a zero date as an empty
      *          field; a number goes out unedited - no commas, no
      *          dollar sign, a leading minus when negative - to the
      *          number of decimals asked for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CSV-ADD IS INITIAL.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LEN                      PIC 9(3) VALUE ZERO.
       01  WS-POS                      PIC 9(3) VALUE ZERO.
       01  WS-FIRST                    PIC 9(3) VALUE ZERO.
       01  WS-SPECIAL                  PIC 9(3) VALUE ZERO.
       01  WS-NUM-ED                   PIC -(11)9.9(4).
       01  WS-NUM-END                  PIC 99 VALUE ZERO.

       LINKAGE SECTION.
       01  LK-CSV-AREA.
           03  LK-CSV-LINE             PIC X(400).
           03  LK-CSV-PTR              PIC 9(3).
           03  LK-CSV-KIND             PIC X.
           03  LK-CSV-TEXT             PIC X(60).
           03  LK-CSV-NUM              PIC S9(11)V9(4).
           03  LK-CSV-DEC              PIC 9.
      ******************************************************************
       PROCEDURE DIVISION USING LK-CSV-AREA.
       100-MAIN.
           IF LK-CSV-PTR > 1
               STRING ',' DELIMITED BY SIZE
                   INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR
           END-IF.
           EVALUATE LK-CSV-KIND
               WHEN 'T'
                   PERFORM 200-TEXT
               WHEN 'D'
                   PERFORM 300-DATE
               WHEN 'N'
                   PERFORM 400-NUMBER
           END-EVALUATE.
           EXIT PROGRAM.
      * THE TEXT IS TRIMMED BOTH ENDS: WS-FIRST IS ITS FIRST NON-
      * BLANK CHARACTER, WS-LEN ITS LAST.
      ******************************************************************
       200-TEXT.
       MOVE 60 TO WS-LEN.
       PERFORM UNTIL WS-LEN = ZERO
               OR LK-CSV-TEXT (WS-LEN:1) NOT = SPACE
           SUBTRACT 1 FROM WS-LEN
       END-PERFORM.
       IF WS-LEN = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-FIRST.
       PERFORM UNTIL LK-CSV-TEXT (WS-FIRST:1) NOT = SPACE
           ADD 1 TO WS-FIRST
       END-PERFORM.
       MOVE ZERO TO WS-SPECIAL.
       INSPECT LK-CSV-TEXT (WS-FIRST:WS-LEN - WS-FIRST + 1)
           TALLYING WS-SPECIAL FOR ALL ',' ALL '"'.
       IF WS-SPECIAL = ZERO
           STRING LK-CSV-TEXT (WS-FIRST:WS-LEN - WS-FIRST + 1)
                   DELIMITED BY SIZE
               INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR
           EXIT PARAGRAPH
       END-IF.
       STRING '"' DELIMITED BY SIZE
           INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR.
       PERFORM VARYING WS-POS FROM WS-FIRST BY 1 UNTIL WS-POS > WS-LEN
           IF LK-CSV-TEXT (WS-POS:1) = '"'
               STRING '""' DELIMITED BY SIZE
                   INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR
           ELSE
               STRING LK-CSV-TEXT (WS-POS:1) DELIMITED BY SIZE
                   INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR
           END-IF
       END-PERFORM.
       STRING '"' DELIMITED BY SIZE
           INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR.
      ******************************************************************
      * A MONTH (YYYYMM, BLANK DAY) GOES OUT AS YYYY-MM.
      ******************************************************************
       300-DATE.
       IF LK-CSV-TEXT (1:6) IS NOT NUMERIC
               OR LK-CSV-TEXT (1:6) = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF LK-CSV-TEXT (7:2) IS NUMERIC
           STRING LK-CSV-TEXT (1:4) '-' LK-CSV-TEXT (5:2) '-'
                   LK-CSV-TEXT (7:2)
                   DELIMITED BY SIZE
               INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR
       ELSE
           STRING LK-CSV-TEXT (1:4) '-' LK-CSV-TEXT (5:2)
                   DELIMITED BY SIZE
               INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR
       END-IF.
      ******************************************************************
      * THE EDITED FIELD IS -(11)9.9(4): THE UNITS DIGIT SITS AT 12
      * AND THE POINT AT 13, SO THE FIELD ENDS AT 12 FOR A WHOLE
      * NUMBER OR 13 PLUS THE DECIMALS WANTED.
      ******************************************************************
       400-NUMBER.
       MOVE LK-CSV-NUM TO WS-NUM-ED.
       IF LK-CSV-DEC = ZERO
           MOVE 12 TO WS-NUM-END
       ELSE
           IF LK-CSV-DEC > 4
               MOVE 4 TO LK-CSV-DEC
           END-IF
           COMPUTE WS-NUM-END = 13 + LK-CSV-DEC
       END-IF.
       MOVE 1 TO WS-POS.
       PERFORM UNTIL WS-NUM-ED (WS-POS:1) NOT = SPACE
           ADD 1 TO WS-POS
       END-PERFORM.
       STRING WS-NUM-ED (WS-POS:WS-NUM-END - WS-POS + 1)
               DELIMITED BY SIZE
           INTO LK-CSV-LINE WITH POINTER LK-CSV-PTR.
