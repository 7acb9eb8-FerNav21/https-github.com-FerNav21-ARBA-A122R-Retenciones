      *     - Mensajes de estado en la consola.
      *
      * Las percepciones no entran: ARBA las declara por su propio
      * regimen y este archivo es el de retenciones. Las retenciones
      * de AGIP (CABA) tampoco: se presentan ante AGIP con DDJJAGP.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *                                 los totales cierren entre si
      *                                 por construccion; las
      *                                 percepciones quedan afuera.
      *     2026-10-15  ERP-System      Las retenciones de AGIP (CABA)
      *                                 quedan afuera del archivo de
      *                                 ARBA; se presentan con DDJJAGP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--- comas con UNSTRING. El largo del campo de regimen
      *--- distingue una linea nueva (el campo mide 1) de una del
      *--- formato anterior, donde el campo 12 es la razon social y
      *--- no debe tomarse como regimen. Con el mismo criterio se
      *--- toma la jurisdiccion (campo 13).
       01  WS-AUD-CUIT              PIC X(11).
       01  WS-AUD-SUCURSAL          PIC X(01).
       01  WS-AUD-BASE-ED           PIC X(10).
       01  WS-AUD-RUN-ID            PIC X(14).
       01  WS-AUD-REGIMEN           PIC X(01).
       01  WS-AUD-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-JURISDICCION      PIC X(01).
       01  WS-AUD-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-RET-NUMERO        PIC X(07).

      *--- Registro de detalle del archivo oficial.
      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: una linea del log por vuelta, con los  *
      * mismos filtros que la seccion de retenciones de DDJJRET:       *
      * resultado OK, regimen de retenciones de ARBA y fecha de        *
      * operacion dentro del periodo. Lo que suma alla, se declara     *
      * aca.                                                           *
      *----------------------------------------------------------------*
       2000-RECORRER-AUDITORIA.
           READ AUDIT-FILE
                   PERFORM 2100-SEPARAR-LINEA-AUDITORIA
                   IF WS-AUD-RESULTADO = "OK"
                  AND WS-AUD-REGIMEN NOT = 'P'
                  AND WS-AUD-JURISDICCION NOT = 'C'
                  AND WS-AUD-FECHA (1:10) >= WS-FECHA-DESDE
                  AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
                  AND WS-AUD-RET-NUMERO NUMERIC
      * numero de retencion del nombre de archivo. El regimen solo se  *
      * honra si el campo delimitado mide exactamente 1: en una linea  *
      * del formato anterior el campo 12 es la razon social y una      *
      * razon que empieza con 'P' no es una percepcion. La             *
      * jurisdiccion de AGIP solo se honra si mide 1 y la linea traia  *
      * el regimen; lo demas es de ARBA.                               *
      *----------------------------------------------------------------*
       2100-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-JURISDICCION.
           MOVE 0 TO WS-AUD-REG-LEN WS-AUD-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-AUD-CUIT
                    WS-AUD-SUCURSAL
                    WS-AUD-RUN-ID
                    WS-AUD-REGIMEN
                        COUNT IN WS-AUD-REG-LEN
                    WS-AUD-JURISDICCION
                        COUNT IN WS-AUD-JUR-LEN
           END-UNSTRING.
           IF WS-AUD-JURISDICCION NOT = 'C'
            OR WS-AUD-JUR-LEN NOT = 1
            OR WS-AUD-REG-LEN NOT = 1
               MOVE 'B' TO WS-AUD-JURISDICCION
           END-IF.
           IF WS-AUD-REGIMEN NOT = 'P'
            OR WS-AUD-REG-LEN NOT = 1
               MOVE 'R' TO WS-AUD-REGIMEN
