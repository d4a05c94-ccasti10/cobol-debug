           ADD 1 TO WS-LINEAS-LEIDAS
           IF ORD-ERROR = SPACES AND
              (ORD-TIPO = 'DE' OR ORD-TIPO = 'RE' OR
               ORD-TIPO = 'TR' OR ORD-TIPO = 'TI')
               RELEASE ORD-REGISTRO
               ADD 1 TO WS-LINEAS-APORTADAS
           END-IF.
