
      * Consulta de la bitácora de pasos del ciclo nocturno
      * CICLO-CONTROL.DAT: lista los registros de un ciclo (o de
      * todos) y resume dónde quedó la cadena CARGACAMBIOS,
      * CALCULADORA modo B, CTLLOTES, DUPLICADOS, CONCILIA, INTTOTAL,
      * ARCHAUDIT y REPRESUMEN, para que el operador de la noche vea
      * de un vistazo qué paso falta o falló. También muestra el
      * estado de la entrega de los totales según los acuses del
      * receptor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Último estado visto de cada paso de la cadena para el ciclo
      * consultado.
       01 WS-TABLA-CADENA.
           05 WS-PASO-ENTRADA OCCURS 9 TIMES.
               10 WS-PASO-PROGRAMA PIC X(12).
               10 WS-PASO-ESTADO   PIC X(23).
       01 WS-PASO-IDX             PIC 9      VALUE ZERO.
       01 WS-PASO-TOTAL           PIC 9      VALUE 8.
       01 WS-ESTADO-ENTREGA       PIC X(16)  VALUE "SIN ACUSE AUN".

       PROCEDURE DIVISION.
       INICIO.
           MOVE "CARGACAMBIOS" TO WS-PASO-PROGRAMA(1).
           MOVE "CALCULADORA" TO WS-PASO-PROGRAMA(2).
           MOVE "CTLLOTES" TO WS-PASO-PROGRAMA(3).
           MOVE "DUPLICADOS" TO WS-PASO-PROGRAMA(4).
           MOVE "CONCILIA" TO WS-PASO-PROGRAMA(5).
           MOVE "INTTOTAL" TO WS-PASO-PROGRAMA(6).
           MOVE "ARCHAUDIT" TO WS-PASO-PROGRAMA(7).
           MOVE "REPRESUMEN" TO WS-PASO-PROGRAMA(8).
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-PASO-TOTAL
               MOVE "SIN REGISTRO" TO WS-PASO-ESTADO(WS-PASO-IDX)
           END-PERFORM.

      * registro leído es el estado vigente del paso.
       ANOTAR-PASO-CADENA.
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-PASO-TOTAL
               IF CC-PROGRAMA = WS-PASO-PROGRAMA(WS-PASO-IDX) THEN
                   MOVE SPACES TO WS-PASO-ESTADO(WS-PASO-IDX)
                   STRING CC-EVENTO " " CC-RESULTADO
                   END-STRING
               END-IF
           END-PERFORM.
           IF CC-PROGRAMA = "ACUSES" AND CC-EVENTO = "ACUSE" THEN
               MOVE CC-RESULTADO TO WS-ESTADO-ENTREGA
           END-IF.
           IF CC-PROGRAMA = "INTTOTAL" AND CC-EVENTO = "FIN" THEN
               MOVE "SIN ACUSE AUN" TO WS-ESTADO-ENTREGA
           END-IF.

       RESUMIR-CADENA.
           DISPLAY " ".
           DISPLAY "Estado de la cadena del ciclo "
               WS-FECHA-CONSULTA ":".
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-PASO-TOTAL
               DISPLAY "  " WS-PASO-PROGRAMA(WS-PASO-IDX) " "
                   WS-PASO-ESTADO(WS-PASO-IDX)
           END-PERFORM.
           DISPLAY "  Entrega de totales (ACUSES): " WS-ESTADO-ENTREGA.

       LEER-CICLO.
           READ CICLO-FILE
