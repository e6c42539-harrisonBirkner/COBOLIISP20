           MOVE AS-SITE       TO AVM-SITE.
           MOVE AS-START-DATE TO AVM-START-DATE.
           MOVE AS-END-DATE   TO AVM-END-DATE.
           IF AS-STATUS = 'I' OR AS-STATUS = 'M'
               MOVE AS-STATUS TO AVM-STATUS
           ELSE
               MOVE 'A' TO AVM-STATUS
           END-IF.
