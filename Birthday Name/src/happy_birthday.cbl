           ELSE
               MOVE LS-GREETING-TEXT TO WS-GREETING-TEXT
           END-IF.
           STRING WS-GREETING-TEXT DELIMITED BY "  " " " LS-NAME
               INTO LS-RESULT
           END-STRING.
      *    DISPLAY "Happy Birthday " YOUR-NAME.
