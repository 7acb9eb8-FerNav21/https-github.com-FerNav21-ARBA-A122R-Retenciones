       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORN.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa arma el archivo de retorno a cada sistema de     *
      * origen (compras, tesoreria, obras, ...): por cada operacion    *
      * que el sistema mando en su extracto le devuelve el numero de   *
      * retencion asignado, el importe retenido, el neto a pagar y el  *
      * estado en que quedo, para que el sistema libere el pago por el *
      * neto correcto y registre el comprobante.                       *
      *                                                                *
      * Las operaciones numeradas salen del maestro RETMST.DAT (donde  *
      * GENRET deja el sistema de origen y el documento de cada linea  *
      * del driver) con el estado al dia: TRANSMITIDA, PENDIENTE,      *
      * ACEPTADA, RECHAZADA o ANULADA. Las que nunca llegaron al       *
      * maestro salen del registro RETSNR.DAT: EXCLUIDA, NO-SUJETA o   *
      * PENDIENTE sin numero, con el motivo. Si un mismo documento     *
      * tiene operacion en el maestro, prevalece la del maestro; entre *
      * dos lineas del registro para el mismo documento vale la        *
      * ultima (un pendiente que se reproceso en otra corrida).        *
      *                                                                *
      * Los archivos se rehacen completos en cada corrida con todas    *
      * las operaciones desde la fecha pedida, asi que se corre        *
      * despues de GENRET y de nuevo despues de ACKRECON, cuando el    *
      * acuse cambia los estados.                                      *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RETMST.DAT: maestro de retenciones del agente.
      *     - RETSNR.DAT: operaciones sin numero de retencion (ver
      *       GENRET), opcional.
      *     - Fecha de operacion desde (AAAA-MM-DD, blanco = primer
      *       dia del mes anterior) pedida por consola o, en una
      *       corrida desatendida, la clave DESDE de RUNPARM.DAT.
      *
      * SALIDA:
      *     - RETORNcc_SISTEMA.TXT (cc = codigo del agente, en blanco
      *       en modo mono-agente): un archivo por sistema de origen
      *       con el layout de ERPRTNR.
      *     - RETURN-CODE para la cadena nocturna (ERPRETC): 16 sin
      *       agente, fecha invalida o sin poder grabar un archivo, 4
      *       con avisos.
      *     - Mensajes de estado en la consola.
      *
      * Las operaciones sin sistema de origen (las anteriores al
      * cambio de layout del driver y las reconstruidas por RECMST)
      * no tienen a quien devolverse: se cuentan y se informan.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Se controla la escritura de la
      *                                 cabecera y la cola de cada
      *                                 archivo de retorno: una falla
      *                                 se avisa y deja codigo de
      *                                 retorno 4.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Maestro de retenciones del agente, recorrido completo una
      *--- vez para relevar los sistemas y otra por cada sistema.
           SELECT MASTER-FILE ASSIGN TO DISK WS-NOM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-RET-NUMERO
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MASTER.

      *--- Operaciones del driver que no llegaron al maestro.
           SELECT SINNUM-FILE ASSIGN TO DISK WS-NOM-SINNUM-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SINNUM.

      *--- Archivo de retorno del sistema en proceso.
           SELECT RETORNO-FILE ASSIGN TO DISK WS-NOM-RETORNO-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RETORNO.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY ERPMSTR.

       FD  SINNUM-FILE.
           COPY ERPSNRR.

       FD  RETORNO-FILE.
           COPY ERPRTNR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL: se devuelven
      *--- las operaciones de esa sociedad.
           COPY ERPAGTW.

      *--- Parametro de corrida desatendida (RUNPRM) y codigo de
      *--- retorno para la cadena nocturna.
           COPY ERPPRMW.
           COPY ERPRETC.

      *--- Nombre del archivo de retorno del sistema en proceso:
      *--- RETORN + codigo del agente + '_' + sistema + '.TXT'.
       01  WS-NOM-RETORNO-FILE      PIC X(40).

      *--- Fechas de la corrida.
       01  WS-FECHA-CD              PIC X(08).
       01  WS-FECHA-HOY             PIC X(10).
       01  WS-FECHA-DESDE           PIC X(10).
       01  WS-ANIO-AUX              PIC 9(04).
       01  WS-MES-AUX               PIC 9(02).

      *--- Clave de una operacion para cruzar el maestro con el
      *--- registro de operaciones sin numero: sistema, documento,
      *--- regimen, jurisdiccion y tipo de movimiento, con los
      *--- blancos del formato anterior ya normalizados.
       01  WS-CLV-SISTEMA           PIC X(10).
       01  WS-CLV-DOC               PIC X(20).
       01  WS-CLV-REGIMEN           PIC X(01).
       01  WS-CLV-JURISDICCION      PIC X(01).
       01  WS-CLV-TIPO              PIC X(01).

      *--- Operaciones sin numero del periodo, en el orden del
      *--- registro. VIGENTE en 'N' cuando la reemplaza una linea
      *--- posterior del mismo documento o una operacion del maestro.
       01  WS-SNR-COUNT             PIC 9(05) VALUE 0.
       01  WS-SNR-SUB               PIC 9(05) VALUE 0.
       01  WS-BUS-SUB               PIC 9(05) VALUE 0.
       01  WS-TABLA-SNR.
           05 WS-SNT-ENTRY OCCURS 5000 TIMES
                            DEPENDING ON WS-SNR-COUNT.
              10 WS-SNT-SISTEMA     PIC X(10).
              10 WS-SNT-DOC         PIC X(20).
              10 WS-SNT-CUIT        PIC X(11).
              10 WS-SNT-SUCURSAL    PIC 9(01).
              10 WS-SNT-FECHA       PIC X(10).
              10 WS-SNT-BASE        PIC 9(07)V99.
              10 WS-SNT-REGIMEN     PIC X(01).
              10 WS-SNT-JURISDICCION PIC X(01).
              10 WS-SNT-TIPO        PIC X(01).
              10 WS-SNT-ESTADO      PIC X(12).
              10 WS-SNT-MOTIVO      PIC X(25).
              10 WS-SNT-VIGENTE     PIC X(01).

      *--- Sistemas de origen con operaciones en el periodo.
       01  WS-SIS-COUNT             PIC 9(02) VALUE 0.
       01  WS-SIS-SUB               PIC 9(02) VALUE 0.
       01  WS-TABLA-SISTEMAS.
           05 WS-SIS-ENTRY OCCURS 20 TIMES
                            DEPENDING ON WS-SIS-COUNT
                            INDEXED BY WS-SIS-IDX.
              10 WS-SIS-NOMBRE      PIC X(10).
       01  WS-SISTEMA-ACTUAL        PIC X(10).

      *--- Totales del archivo del sistema en proceso.
       01  WS-ARC-CANTIDAD          PIC 9(07) VALUE 0.
       01  WS-ARC-IMPORTE           PIC 9(09)V99 VALUE 0.
       01  WS-ARC-NETO              PIC 9(09)V99 VALUE 0.

      *--- Contadores de la corrida.
       01  WS-CONT-ARCHIVOS         PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-SISTEMA      PIC 9(07) VALUE 0.
       01  WS-CONT-SIS-EXCEDIDO     PIC 9(07) VALUE 0.
       01  WS-CONT-SNR-EXCEDIDO     PIC 9(07) VALUE 0.
       01  WS-CONT-ED               PIC Z,ZZZ,ZZ9.
       01  WS-IMPORTE-ED            PIC ZZZ,ZZZ,ZZ9.99.

      *--- Indicadores de estado.
       01  WS-PROCESO               PIC X(01) VALUE 'S'.
           88 PROCESO-OK                 VALUE 'S'.
       01  WS-FIN-MAESTRO           PIC X(01) VALUE 'N'.
           88 FIN-MAESTRO-SI             VALUE 'S'.
       01  WS-FIN-SINNUM            PIC X(01) VALUE 'N'.
           88 FIN-SINNUM-SI              VALUE 'S'.
       01  WS-SIS-HALLADO           PIC X(01) VALUE 'N'.
           88 SIS-HALLADO-SI             VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-MASTER             PIC X(02).
       01  WS-FS-SINNUM             PIC X(02).
       01  WS-FS-RETORNO            PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 0500-SELECCIONAR-AGENTE.
           IF AGENTE-SELECCIONADO
               PERFORM 1000-INICIALIZAR
               IF PROCESO-OK
                   PERFORM 2000-CARGAR-SIN-NUMERO
                   PERFORM 3000-RELEVAR-MAESTRO
                   PERFORM 4000-EMITIR-SISTEMA
                       VARYING WS-SIS-SUB FROM 1 BY 1
                       UNTIL WS-SIS-SUB > WS-SIS-COUNT
                   PERFORM 8000-FINALIZAR
               END-IF
           ELSE
               DISPLAY "Archivos de retorno no generados."
               MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500 - Seleccion del agente de recaudacion: AGTSEL reescribe   *
      * los nombres de los archivos con los propios de la sociedad     *
      * elegida. Sin agente valido no se genera nada.                  *
      *----------------------------------------------------------------*
       0500-SELECCIONAR-AGENTE.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se generan los archivos de retorno."
           END-IF.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: fecha del dia y fecha de operacion      *
      * desde la que se devuelven las operaciones. En una corrida      *
      * desatendida sale de la clave DESDE de RUNPARM.DAT; en blanco   *
      * es el primer dia del mes anterior, que cubre los acuses que    *
      * ARBA demora de un mes al otro.                                 *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'S' TO WS-PROCESO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CD.
           STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-HOY.
           MOVE 'RETORN' TO WS-PRM-PROGRAMA.
           MOVE 'DESDE'  TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:10) TO WS-FECHA-DESDE
           ELSE
               DISPLAY "Operaciones desde (AAAA-MM-DD, blanco = "
                       "primer dia del mes anterior): "
               ACCEPT WS-FECHA-DESDE
           END-IF.
           IF WS-FECHA-DESDE = SPACES
               MOVE WS-FECHA-CD (1:4) TO WS-ANIO-AUX
               MOVE WS-FECHA-CD (5:2) TO WS-MES-AUX
               PERFORM 1250-RESTAR-UN-MES
               STRING WS-ANIO-AUX DELIMITED BY SIZE
                      "-"         DELIMITED BY SIZE
                      WS-MES-AUX  DELIMITED BY SIZE
                      "-01"       DELIMITED BY SIZE
                 INTO WS-FECHA-DESDE
           END-IF.
           IF WS-FECHA-DESDE (1:4) NOT NUMERIC
            OR WS-FECHA-DESDE (5:1) NOT = '-'
            OR WS-FECHA-DESDE (6:2) NOT NUMERIC
            OR WS-FECHA-DESDE (8:1) NOT = '-'
            OR WS-FECHA-DESDE (9:2) NOT NUMERIC
               MOVE 'N' TO WS-PROCESO
               MOVE 16 TO WS-CODIGO-RETORNO
               DISPLAY "ERROR: la fecha desde debe ser AAAA-MM-DD, "
                       "no se generan los archivos de retorno."
           ELSE
               DISPLAY "Se devuelven las operaciones desde "
                       WS-FECHA-DESDE "."
           END-IF.

       1250-RESTAR-UN-MES.
           IF WS-MES-AUX = 1
               MOVE 12 TO WS-MES-AUX
               SUBTRACT 1 FROM WS-ANIO-AUX
           ELSE
               SUBTRACT 1 FROM WS-MES-AUX
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Carga en memoria las operaciones sin numero del         *
      * periodo. Si el registro no existe (ninguna corrida dejo una    *
      * operacion fuera del maestro) se sigue sin avisar. Una linea    *
      * deja sin efecto a las anteriores del mismo documento: es el    *
      * mismo pago reprocesado en otra corrida.                        *
      *----------------------------------------------------------------*
       2000-CARGAR-SIN-NUMERO.
           MOVE 0 TO WS-SNR-COUNT.
           MOVE 'N' TO WS-FIN-SINNUM.
           OPEN INPUT SINNUM-FILE.
           IF WS-FS-SINNUM = '00'
               PERFORM 2100-LEER-SIN-NUMERO
                   UNTIL FIN-SINNUM-SI
               CLOSE SINNUM-FILE
           ELSE
               IF WS-FS-SINNUM NOT = '35'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-SINNUM-FILE)
                           ", estado " WS-FS-SINNUM
                           ", solo se devuelven las operaciones "
                           "numeradas."
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

       2100-LEER-SIN-NUMERO.
           READ SINNUM-FILE
               AT END
                   MOVE 'S' TO WS-FIN-SINNUM
               NOT AT END
                   IF SNR-SISTEMA-ORIGEN NOT = SPACES
                  AND SNR-FECHA-OPERACION (1:10) >= WS-FECHA-DESDE
                       PERFORM 2200-TOMAR-SIN-NUMERO
                   END-IF
           END-READ.

       2200-TOMAR-SIN-NUMERO.
           MOVE SNR-SISTEMA-ORIGEN  TO WS-CLV-SISTEMA.
           MOVE SNR-DOC-REFERENCIA  TO WS-CLV-DOC.
           MOVE SNR-REGIMEN         TO WS-CLV-REGIMEN.
           MOVE SNR-JURISDICCION    TO WS-CLV-JURISDICCION.
           MOVE SNR-TIPO-MOVIMIENTO TO WS-CLV-TIPO.
           PERFORM 6000-NORMALIZAR-CLAVE.
           PERFORM 6100-RETIRAR-SIN-NUMERO.
           IF WS-SNR-COUNT < 5000
               ADD 1 TO WS-SNR-COUNT
               MOVE WS-CLV-SISTEMA  TO WS-SNT-SISTEMA (WS-SNR-COUNT)
               MOVE WS-CLV-DOC      TO WS-SNT-DOC (WS-SNR-COUNT)
               MOVE SNR-CUIT        TO WS-SNT-CUIT (WS-SNR-COUNT)
               IF SNR-SUCURSAL NUMERIC
                   MOVE SNR-SUCURSAL
                       TO WS-SNT-SUCURSAL (WS-SNR-COUNT)
               ELSE
                   MOVE 0 TO WS-SNT-SUCURSAL (WS-SNR-COUNT)
               END-IF
               MOVE SNR-FECHA-OPERACION (1:10)
                   TO WS-SNT-FECHA (WS-SNR-COUNT)
               IF SNR-BASE-IMPONIBLE NUMERIC
                   MOVE SNR-BASE-IMPONIBLE
                       TO WS-SNT-BASE (WS-SNR-COUNT)
               ELSE
                   MOVE 0 TO WS-SNT-BASE (WS-SNR-COUNT)
               END-IF
               MOVE WS-CLV-REGIMEN  TO WS-SNT-REGIMEN (WS-SNR-COUNT)
               MOVE WS-CLV-JURISDICCION
                   TO WS-SNT-JURISDICCION (WS-SNR-COUNT)
               MOVE WS-CLV-TIPO     TO WS-SNT-TIPO (WS-SNR-COUNT)
               MOVE SNR-ESTADO      TO WS-SNT-ESTADO (WS-SNR-COUNT)
               MOVE SNR-MOTIVO      TO WS-SNT-MOTIVO (WS-SNR-COUNT)
               MOVE 'S'             TO WS-SNT-VIGENTE (WS-SNR-COUNT)
               PERFORM 5000-REGISTRAR-SISTEMA
           ELSE
               ADD 1 TO WS-CONT-SNR-EXCEDIDO
           END-IF.

      *----------------------------------------------------------------*
      * 3000 - Primera pasada sobre el maestro: releva los sistemas de *
      * origen del periodo y deja sin efecto las operaciones sin       *
      * numero de los documentos que tienen retencion en el maestro.   *
      *----------------------------------------------------------------*
       3000-RELEVAR-MAESTRO.
           MOVE 'N' TO WS-FIN-MAESTRO.
           OPEN INPUT MASTER-FILE.
           IF WS-FS-MASTER = '00'
               PERFORM 3100-LEER-MAESTRO
                   UNTIL FIN-MAESTRO-SI
               CLOSE MASTER-FILE
           ELSE
               IF WS-FS-MASTER NOT = '35'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-MASTER-FILE)
                           ", estado " WS-FS-MASTER
                           ", solo se devuelven las operaciones "
                           "sin numero."
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

       3100-LEER-MAESTRO.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-MAESTRO
               NOT AT END
                   IF MST-FECHA-OPERACION (1:10) >= WS-FECHA-DESDE
                       IF MST-SISTEMA-ORIGEN = SPACES
                           ADD 1 TO WS-CONT-SIN-SISTEMA
                       ELSE
                           PERFORM 6050-CLAVE-MAESTRO
                           PERFORM 6100-RETIRAR-SIN-NUMERO
                           PERFORM 5000-REGISTRAR-SISTEMA
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 4000 - Genera el archivo de retorno de un sistema: cabecera,   *
      * las operaciones sin numero vigentes, las operaciones del       *
      * maestro (segunda pasada, solo las del sistema) y la cola con   *
      * la cantidad y las sumas de importe y neto.                     *
      *----------------------------------------------------------------*
       4000-EMITIR-SISTEMA.
           MOVE WS-SIS-NOMBRE (WS-SIS-SUB) TO WS-SISTEMA-ACTUAL.
           MOVE SPACES TO WS-NOM-RETORNO-FILE.
           STRING "RETORN"          DELIMITED BY SIZE
                  WS-AGT-CODIGO     DELIMITED BY SPACE
                  "_"               DELIMITED BY SIZE
                  WS-SISTEMA-ACTUAL DELIMITED BY SPACE
                  ".TXT"            DELIMITED BY SIZE
             INTO WS-NOM-RETORNO-FILE.
           MOVE 0 TO WS-ARC-CANTIDAD.
           MOVE 0 TO WS-ARC-IMPORTE.
           MOVE 0 TO WS-ARC-NETO.
           OPEN OUTPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-RETORNO-FILE)
                       ", estado " WS-FS-RETORNO
                       ", el sistema "
                       FUNCTION TRIM(WS-SISTEMA-ACTUAL)
                       " queda sin retorno."
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO RETORNO-CABECERA
               MOVE 'H'               TO RTC-TIPO-REG
               MOVE WS-SISTEMA-ACTUAL TO RTC-SISTEMA-ORIGEN
               MOVE WS-AGT-CODIGO     TO RTC-AGENTE
               MOVE WS-AGT-CUIT       TO RTC-AGENTE-CUIT
               MOVE WS-FECHA-HOY      TO RTC-FECHA-GENERACION
               MOVE WS-FECHA-DESDE    TO RTC-FECHA-DESDE
               WRITE RETORNO-CABECERA
               PERFORM 4950-CONTROLAR-GRABACION
               PERFORM 4100-EMITIR-SIN-NUMERO
                   VARYING WS-SNR-SUB FROM 1 BY 1
                   UNTIL WS-SNR-SUB > WS-SNR-COUNT
               PERFORM 4200-EMITIR-MAESTRO
               MOVE SPACES TO RETORNO-COLA
               MOVE 'T'               TO RTT-TIPO-REG
               MOVE WS-SISTEMA-ACTUAL TO RTT-SISTEMA-ORIGEN
               MOVE WS-ARC-CANTIDAD   TO RTT-CANTIDAD
               MOVE WS-ARC-IMPORTE    TO RTT-IMPORTE-RET
               MOVE WS-ARC-NETO       TO RTT-NETO
               WRITE RETORNO-COLA
               PERFORM 4950-CONTROLAR-GRABACION
               CLOSE RETORNO-FILE
               ADD 1 TO WS-CONT-ARCHIVOS
               MOVE WS-ARC-CANTIDAD TO WS-CONT-ED
               MOVE WS-ARC-NETO     TO WS-IMPORTE-ED
               DISPLAY FUNCTION TRIM(WS-NOM-RETORNO-FILE) ": "
                       WS-CONT-ED " operaciones, neto "
                       WS-IMPORTE-ED "."
           END-IF.

      *----------------------------------------------------------------*
      * 4100 - Operacion sin numero: la base entera es el neto de una  *
      * EXCLUIDA o NO-SUJETA (no se retiene nada); un PENDIENTE va con *
      * neto en cero hasta que se resuelva y tome numero.              *
      *----------------------------------------------------------------*
       4100-EMITIR-SIN-NUMERO.
           IF WS-SNT-VIGENTE (WS-SNR-SUB) = 'S'
          AND WS-SNT-SISTEMA (WS-SNR-SUB) = WS-SISTEMA-ACTUAL
               MOVE SPACES TO RETORNO-DETALLE
               MOVE 'D'                        TO RTN-TIPO-REG
               MOVE WS-SNT-SISTEMA (WS-SNR-SUB) TO RTN-SISTEMA-ORIGEN
               MOVE WS-SNT-DOC (WS-SNR-SUB)    TO RTN-DOC-REFERENCIA
               MOVE WS-SNT-CUIT (WS-SNR-SUB)   TO RTN-CUIT
               MOVE WS-SNT-SUCURSAL (WS-SNR-SUB) TO RTN-SUCURSAL
               MOVE WS-SNT-FECHA (WS-SNR-SUB)  TO RTN-FECHA-OPERACION
               MOVE WS-SNT-JURISDICCION (WS-SNR-SUB)
                                               TO RTN-JURISDICCION
               MOVE WS-SNT-REGIMEN (WS-SNR-SUB) TO RTN-REGIMEN
               MOVE WS-SNT-TIPO (WS-SNR-SUB)   TO RTN-TIPO-MOVIMIENTO
               MOVE 0                          TO RTN-RET-NUMERO
               MOVE 0                          TO RTN-RET-ORIGINAL
               MOVE WS-SNT-BASE (WS-SNR-SUB)   TO RTN-BASE-IMPONIBLE
               MOVE 0                          TO RTN-IMPORTE-RET
               MOVE WS-SNT-ESTADO (WS-SNR-SUB) TO RTN-ESTADO
               MOVE WS-SNT-MOTIVO (WS-SNR-SUB) TO RTN-MOTIVO
               IF WS-SNT-ESTADO (WS-SNR-SUB) = 'PENDIENTE'
                   MOVE 0 TO RTN-NETO
               ELSE
                   MOVE WS-SNT-BASE (WS-SNR-SUB) TO RTN-NETO
               END-IF
               PERFORM 4900-GRABAR-DETALLE
           END-IF.

       4200-EMITIR-MAESTRO.
           MOVE 'N' TO WS-FIN-MAESTRO.
           OPEN INPUT MASTER-FILE.
           IF WS-FS-MASTER = '00'
               PERFORM 4210-LEER-MAESTRO-SISTEMA
                   UNTIL FIN-MAESTRO-SI
               CLOSE MASTER-FILE
           END-IF.

       4210-LEER-MAESTRO-SISTEMA.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-MAESTRO
               NOT AT END
                   IF MST-FECHA-OPERACION (1:10) >= WS-FECHA-DESDE
                  AND MST-SISTEMA-ORIGEN = WS-SISTEMA-ACTUAL
                       PERFORM 4300-ARMAR-DETALLE-MAESTRO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 4300 - Operacion del maestro. Una retencion RECHAZADA o        *
      * ANULADA no retuvo nada: el neto es la base. Una anulacion      *
      * devuelve lo retenido (neto = importe), salvo que la hayan      *
      * rechazado. En una percepcion el neto es lo que se cobra al     *
      * cliente, base mas percepcion.                                  *
      *----------------------------------------------------------------*
       4300-ARMAR-DETALLE-MAESTRO.
           PERFORM 6050-CLAVE-MAESTRO.
           MOVE SPACES TO RETORNO-DETALLE.
           MOVE 'D'                        TO RTN-TIPO-REG.
           MOVE MST-SISTEMA-ORIGEN         TO RTN-SISTEMA-ORIGEN.
           MOVE MST-DOC-REFERENCIA         TO RTN-DOC-REFERENCIA.
           MOVE MST-CUIT                   TO RTN-CUIT.
           MOVE MST-SUCURSAL               TO RTN-SUCURSAL.
           MOVE MST-FECHA-OPERACION (1:10) TO RTN-FECHA-OPERACION.
           MOVE WS-CLV-JURISDICCION        TO RTN-JURISDICCION.
           MOVE WS-CLV-REGIMEN             TO RTN-REGIMEN.
           MOVE WS-CLV-TIPO                TO RTN-TIPO-MOVIMIENTO.
           MOVE MST-RET-NUMERO             TO RTN-RET-NUMERO.
           MOVE MST-RET-ORIGINAL           TO RTN-RET-ORIGINAL.
           MOVE MST-BASE-IMPONIBLE         TO RTN-BASE-IMPONIBLE.
           MOVE MST-ESTADO                 TO RTN-ESTADO.
           EVALUATE TRUE
               WHEN WS-CLV-TIPO = 'A'
                   IF MST-ESTADO = 'RECHAZADA'
                       MOVE 0 TO RTN-IMPORTE-RET
                       MOVE 0 TO RTN-NETO
                   ELSE
                       MOVE MST-IMPORTE-RET TO RTN-IMPORTE-RET
                       MOVE MST-IMPORTE-RET TO RTN-NETO
                   END-IF
               WHEN MST-ESTADO = 'RECHAZADA'
                 OR MST-ESTADO = 'ANULADA'
                   MOVE 0 TO RTN-IMPORTE-RET
                   MOVE MST-BASE-IMPONIBLE TO RTN-NETO
               WHEN WS-CLV-REGIMEN = 'P'
                   MOVE MST-IMPORTE-RET TO RTN-IMPORTE-RET
                   COMPUTE RTN-NETO = MST-BASE-IMPONIBLE
                                    + MST-IMPORTE-RET
               WHEN OTHER
                   MOVE MST-IMPORTE-RET TO RTN-IMPORTE-RET
                   COMPUTE RTN-NETO = MST-BASE-IMPONIBLE
                                    - MST-IMPORTE-RET
           END-EVALUATE.
           PERFORM 4900-GRABAR-DETALLE.

       4900-GRABAR-DETALLE.
           WRITE RETORNO-DETALLE.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-RETORNO-FILE)
                       ", estado " WS-FS-RETORNO "."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           ELSE
               ADD 1               TO WS-ARC-CANTIDAD
               ADD RTN-IMPORTE-RET TO WS-ARC-IMPORTE
               ADD RTN-NETO        TO WS-ARC-NETO
           END-IF.

      *--- Cabecera y cola del archivo: una falla se avisa y sube el
      *--- codigo de retorno, igual que la de un detalle.
       4950-CONTROLAR-GRABACION.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-RETORNO-FILE)
                       ", estado " WS-FS-RETORNO "."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 5000 - Agrega el sistema de WS-CLV-SISTEMA a la tabla de       *
      * sistemas del periodo si todavia no estaba.                     *
      *----------------------------------------------------------------*
       5000-REGISTRAR-SISTEMA.
           MOVE 'N' TO WS-SIS-HALLADO.
           SET WS-SIS-IDX TO 1.
           IF WS-SIS-COUNT > 0
               SEARCH WS-SIS-ENTRY
                   AT END
                       MOVE 'N' TO WS-SIS-HALLADO
                   WHEN WS-SIS-NOMBRE (WS-SIS-IDX) = WS-CLV-SISTEMA
                       MOVE 'S' TO WS-SIS-HALLADO
               END-SEARCH
           END-IF.
           IF NOT SIS-HALLADO-SI
               IF WS-SIS-COUNT < 20
                   ADD 1 TO WS-SIS-COUNT
                   MOVE WS-CLV-SISTEMA TO WS-SIS-NOMBRE (WS-SIS-COUNT)
               ELSE
                   ADD 1 TO WS-CONT-SIS-EXCEDIDO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 6000 - Normaliza la clave de cruce: jurisdiccion blanca es     *
      * ARBA, regimen blanco es retencion y tipo blanco es             *
      * originacion, como en el resto del circuito.                    *
      *----------------------------------------------------------------*
       6000-NORMALIZAR-CLAVE.
           IF WS-CLV-JURISDICCION NOT = 'C'
               MOVE 'B' TO WS-CLV-JURISDICCION
           END-IF.
           IF WS-CLV-REGIMEN NOT = 'P'
               MOVE 'R' TO WS-CLV-REGIMEN
           END-IF.
           IF WS-CLV-TIPO NOT = 'A'
               MOVE 'O' TO WS-CLV-TIPO
           END-IF.

       6050-CLAVE-MAESTRO.
           MOVE MST-SISTEMA-ORIGEN  TO WS-CLV-SISTEMA.
           MOVE MST-DOC-REFERENCIA  TO WS-CLV-DOC.
           MOVE MST-REGIMEN         TO WS-CLV-REGIMEN.
           MOVE MST-JURISDICCION    TO WS-CLV-JURISDICCION.
           MOVE MST-TIPO-MOVIMIENTO TO WS-CLV-TIPO.
           PERFORM 6000-NORMALIZAR-CLAVE.

      *----------------------------------------------------------------*
      * 6100 - Deja sin efecto las operaciones sin numero cargadas con *
      * la misma clave. Sin documento no hay con que cruzar y cada     *
      * linea queda como vino.                                         *
      *----------------------------------------------------------------*
       6100-RETIRAR-SIN-NUMERO.
           IF WS-CLV-DOC NOT = SPACES
               PERFORM 6110-COMPARAR-SIN-NUMERO
                   VARYING WS-BUS-SUB FROM 1 BY 1
                   UNTIL WS-BUS-SUB > WS-SNR-COUNT
           END-IF.

       6110-COMPARAR-SIN-NUMERO.
           IF WS-SNT-VIGENTE (WS-BUS-SUB) = 'S'
          AND WS-SNT-SISTEMA (WS-BUS-SUB) = WS-CLV-SISTEMA
          AND WS-SNT-DOC (WS-BUS-SUB) = WS-CLV-DOC
          AND WS-SNT-REGIMEN (WS-BUS-SUB) = WS-CLV-REGIMEN
          AND WS-SNT-JURISDICCION (WS-BUS-SUB) = WS-CLV-JURISDICCION
          AND WS-SNT-TIPO (WS-BUS-SUB) = WS-CLV-TIPO
               MOVE 'N' TO WS-SNT-VIGENTE (WS-BUS-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * 8000 - Resumen de la corrida en la consola.                    *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           MOVE WS-CONT-ARCHIVOS TO WS-CONT-ED.
           DISPLAY "Archivos de retorno generados: " WS-CONT-ED.
           IF WS-SIS-COUNT = 0
               DISPLAY "No hay operaciones con sistema de origen "
                       "desde " WS-FECHA-DESDE "."
           END-IF.
           IF WS-CONT-SIN-SISTEMA > 0
               MOVE WS-CONT-SIN-SISTEMA TO WS-CONT-ED
               DISPLAY "Operaciones del maestro sin sistema de "
                       "origen (no se devuelven): " WS-CONT-ED
           END-IF.
           IF WS-CONT-SIS-EXCEDIDO > 0
               MOVE WS-CONT-SIS-EXCEDIDO TO WS-CONT-ED
               DISPLAY "Aviso: la tabla de sistemas esta completa, "
                       WS-CONT-ED " operaciones quedaron sin retorno."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           IF WS-CONT-SNR-EXCEDIDO > 0
               MOVE WS-CONT-SNR-EXCEDIDO TO WS-CONT-ED
               DISPLAY "Aviso: la tabla de operaciones sin numero "
                       "esta completa, " WS-CONT-ED
                       " quedaron sin retorno."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
