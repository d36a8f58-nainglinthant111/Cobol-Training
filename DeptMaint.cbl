                   ACCEPT DP-DEPT-CODE
                   DISPLAY "ENTER DEPARTMENT NAME: "
                   ACCEPT DP-DEPT-NAME
                   DISPLAY "ENTER MANAGER OPERATOR ID (BLANK IF "
                       "NONE): "
                   ACCEPT DP-MANAGER-ID
                   IF DP-DEPT-CODE = SPACES
                       DISPLAY "BLANK CODE - DEPARTMENT REJECTED"
                   ELSE
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "DEPARTMENT FILE NOT FOUND."
           ELSE
               DISPLAY "CODE  NAME                  ST  MANAGER"
               PERFORM UNTIL WS-EOF = "Y"
                   READ DepartmentFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY DP-DEPT-CODE "  " DP-DEPT-NAME
                               "  " DP-STATUS "   " DP-MANAGER-ID
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
