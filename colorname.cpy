      *> Shared table of common named colors (cmds' embed, the
      *> colorpop report), so a color is called the same thing
      *> wherever it is named. Laid out as one packed literal per
      *> entry (RGB as three 3-digit fields, then the name) and
      *> REDEFINEd as an OCCURS table, since OCCURS items can't carry
      *> distinct VALUEs. The nearest entry by sum-of-squares RGB
      *> distance is the color's name.
       01 named-color-data.
           05 FILLER PIC X(32) VALUE "000000000Black                  ".
           05 FILLER PIC X(32) VALUE "255255255White                  ".
           05 FILLER PIC X(32) VALUE "255000000Red                    ".
           05 FILLER PIC X(32) VALUE "000128000Green                  ".
           05 FILLER PIC X(32) VALUE "000000255Blue                   ".
           05 FILLER PIC X(32) VALUE "255255000Yellow                 ".
           05 FILLER PIC X(32) VALUE "000255255Cyan                   ".
           05 FILLER PIC X(32) VALUE "255000255Magenta                ".
           05 FILLER PIC X(32) VALUE "192192192Silver                 ".
           05 FILLER PIC X(32) VALUE "128128128Gray                   ".
           05 FILLER PIC X(32) VALUE "128000000Maroon                 ".
           05 FILLER PIC X(32) VALUE "128128000Olive                  ".
           05 FILLER PIC X(32) VALUE "128000128Purple                 ".
           05 FILLER PIC X(32) VALUE "000128128Teal                   ".
           05 FILLER PIC X(32) VALUE "000000128Navy                   ".
           05 FILLER PIC X(32) VALUE "255165000Orange                 ".
           05 FILLER PIC X(32) VALUE "220020060Crimson                ".
           05 FILLER PIC X(32) VALUE "070130180Steel Blue             ".
           05 FILLER PIC X(32) VALUE "255215000Gold                   ".
           05 FILLER PIC X(32) VALUE "255127080Coral                  ".
           05 FILLER PIC X(32) VALUE "255192203Pink                   ".
           05 FILLER PIC X(32) VALUE "064224208Turquoise              ".
           05 FILLER PIC X(32) VALUE "238130238Violet                 ".
           05 FILLER PIC X(32) VALUE "210105030Chocolate              ".
       01 named-color-table REDEFINES named-color-data.
           05 named-color-entry OCCURS 24 TIMES.
               10 named-color-r PIC 9(03).
               10 named-color-g PIC 9(03).
               10 named-color-b PIC 9(03).
               10 named-color-name PIC X(23).
       01 named-color-count USAGE BINARY-INT UNSIGNED VALUE 24.
