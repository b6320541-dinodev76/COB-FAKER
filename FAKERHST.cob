           END-READ

           IF      MAN-FILE-PATH = '*RETENTION*'
           OR      MAN-FILE-PATH = '*SCREENED*'
           OR      MAN-FILE-PATH = '*SUBSCRIBED*'
           OR      MAN-FILE-PATH = '*DELIVERY*'
               GO TO SUB-2510-EXIT
           END-IF

