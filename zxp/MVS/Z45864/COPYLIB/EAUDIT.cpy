          05 AU-OUTCOME              PIC X(1).
             88 AU-IS-SUCCESS                  VALUE 'S'.
             88 AU-IS-FAILURE                  VALUE 'F'.
      *         A ONE-TIME CODE SENT (OR RE-SENT) AFTER A CORRECT
      *         PASSWORD - THE SIGN-ON IS NOT YET DECIDED EITHER WAY
             88 AU-IS-CHALLENGE                VALUE 'C'.
          05 AU-MESSAGE-TEXT         PIC X(79).
      *      TAMPER-EVIDENT CHAIN - EVERY APPEND CARRIES THE NEXT
      *      SEQUENCE NUMBER FROM THE EAUDANC ANCHOR AND A CHECK
