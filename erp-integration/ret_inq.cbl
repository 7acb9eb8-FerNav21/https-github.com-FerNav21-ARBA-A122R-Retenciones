      *                                 registro AGENTES.CFG) y los
      *                                 archivos de control son
      *                                 propios de cada sociedad.
      *     2026-10-15  ERP-System      Muestra el origen de la
      *                                 alicuota aplicada (padron por
      *                                 sujeto, maxima, categoria o
      *                                 defecto).
      *     2026-10-15  ERP-System      Muestra el sistema de origen y
      *                                 el documento de la retencion
      *                                 cuando los trae.
      *     2026-10-15  ERP-System      Muestra la jurisdiccion (ARBA o
      *                                 AGIP) de la retencion y
      *                                 describe el origen de la
      *                                 alicuota con el padron de esa
      *                                 jurisdiccion (PADAGIP.DAT para
      *                                 AGIP).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ALIC-ED               PIC 9(02).99.
       01  WS-IMPORTE-ED            PIC 9(07).99.

      *--- Origen de la alicuota de la retencion mostrada (codigos
      *--- de MST-ORIGEN-ALIC) y su descripcion. Los padrones por
      *--- sujeto de 'S', 'A' y 'M' son los de la jurisdiccion de la
      *--- retencion: ARBA, o AGIP (PADAGIP.DAT) cuando es 'C'.
       01  WS-ORIGEN-COD            PIC X(01).
       01  WS-ORIGEN-JUR            PIC X(01).
       01  WS-ORIGEN-DESC           PIC X(45).
       01  WS-JUR-DESC              PIC X(04).

      *--- Cantidad de retenciones listadas para el CUIT.
       01  WS-CONT-LISTADAS         PIC 9(05) VALUE 0.

           MOVE MST-BASE-IMPONIBLE TO WS-BASE-ED.
           MOVE MST-ALICUOTA       TO WS-ALIC-ED.
           MOVE MST-IMPORTE-RET    TO WS-IMPORTE-ED.
           MOVE MST-JURISDICCION   TO WS-ORIGEN-JUR.
           PERFORM 8310-DESCRIBIR-JURISDICCION.
           DISPLAY "RETENCION " MST-RET-NUMERO
                   " " WS-JUR-DESC
                   " CUIT " MST-CUIT
                   " SUC " MST-SUCURSAL
                   " FECHA " MST-FECHA-OPERACION (1:10)
               DISPLAY "          ANULA A LA RETENCION "
                       MST-RET-ORIGINAL "."
           END-IF.
           IF MST-ORIGEN-ALIC NOT = SPACE
               MOVE MST-ORIGEN-ALIC TO WS-ORIGEN-COD
               PERFORM 8300-DESCRIBIR-ORIGEN
               DISPLAY "          ALICUOTA SEGUN "
                       FUNCTION TRIM(WS-ORIGEN-DESC) "."
           END-IF.
           IF MST-SISTEMA-ORIGEN NOT = SPACES
               DISPLAY "          ORIGEN "
                       FUNCTION TRIM(MST-SISTEMA-ORIGEN)
                       " DOCUMENTO "
                       FUNCTION TRIM(MST-DOC-REFERENCIA) "."
           END-IF.

      *----------------------------------------------------------------*
      * 8200 - Muestra por consola la retencion que esta en el         *
           MOVE HIS-BASE-IMPONIBLE TO WS-BASE-ED.
           MOVE HIS-ALICUOTA       TO WS-ALIC-ED.
           MOVE HIS-IMPORTE-RET    TO WS-IMPORTE-ED.
           MOVE HIS-JURISDICCION   TO WS-ORIGEN-JUR.
           PERFORM 8310-DESCRIBIR-JURISDICCION.
           DISPLAY "RETENCION " HIS-RET-NUMERO
                   " " WS-JUR-DESC
                   " CUIT " HIS-CUIT
                   " SUC " HIS-SUCURSAL
                   " FECHA " HIS-FECHA-OPERACION (1:10)
               DISPLAY "          ANULA A LA RETENCION "
                       HIS-RET-ORIGINAL "."
           END-IF.
           IF HIS-ORIGEN-ALIC NOT = SPACE
               MOVE HIS-ORIGEN-ALIC TO WS-ORIGEN-COD
               PERFORM 8300-DESCRIBIR-ORIGEN
               DISPLAY "          ALICUOTA SEGUN "
                       FUNCTION TRIM(WS-ORIGEN-DESC) "."
           END-IF.
           IF HIS-SISTEMA-ORIGEN NOT = SPACES
               DISPLAY "          ORIGEN "
                       FUNCTION TRIM(HIS-SISTEMA-ORIGEN)
                       " DOCUMENTO "
                       FUNCTION TRIM(HIS-DOC-REFERENCIA) "."
           END-IF.

      *----------------------------------------------------------------*
      * 8300 - Descripcion del origen de la alicuota, con los codigos  *
      * de MST-ORIGEN-ALIC. Para AGIP el padron por sujeto es el de    *
      * PADAGIP.DAT, como en el certificado de CERTRET.                *
      *----------------------------------------------------------------*
       8300-DESCRIBIR-ORIGEN.
           EVALUATE TRUE
               WHEN WS-ORIGEN-COD = 'S' AND WS-ORIGEN-JUR = 'C'
                   MOVE 'PADRON POR SUJETO DE AGIP (PADAGIP.DAT)'
                       TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'S'
                   MOVE 'PADRON POR SUJETO DE ARBA' TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'A' AND WS-ORIGEN-JUR = 'C'
                   MOVE 'ALICUOTA MAXIMA POR ALTO RIESGO FISCAL (AGIP)'
                       TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'A'
                   MOVE 'ALICUOTA MAXIMA POR ALTO RIESGO FISCAL (ARBA)'
                       TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'M' AND WS-ORIGEN-JUR = 'C'
                   MOVE 'ALICUOTA MAXIMA, FUERA DEL PADRON DE AGIP'
                       TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'M'
                   MOVE 'ALICUOTA MAXIMA, FUERA DEL PADRON DE ARBA'
                       TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'C'
                   MOVE 'PADRON DE CATEGORIAS' TO WS-ORIGEN-DESC
               WHEN WS-ORIGEN-COD = 'D'
                   MOVE 'ALICUOTA POR DEFECTO' TO WS-ORIGEN-DESC
               WHEN OTHER
                   MOVE 'ORIGEN NO REGISTRADO' TO WS-ORIGEN-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 8310 - Jurisdiccion de la retencion: 'C' es AGIP (CABA); el    *
      * resto, incluido el blanco de los registros anteriores, ARBA.   *
      *----------------------------------------------------------------*
       8310-DESCRIBIR-JURISDICCION.
           IF WS-ORIGEN-JUR = 'C'
               MOVE 'AGIP' TO WS-JUR-DESC
           ELSE
               MOVE 'ARBA' TO WS-JUR-DESC
           END-IF.
