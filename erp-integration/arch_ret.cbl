       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa es el archivado de fin de ejercicio: mueve al    *
      * historico indexado RETHIS.DAT las retenciones de ARBA del      *
      * ejercicio pedido que pertenecen a una quincena ya PAGADA       *
      * (presentada y cancelada ante ARBA) y tienen estado final       *
      * (ACEPTADA, ANULADA o RECHAZADA), y compacta RETLOG.CSV         *
      * moviendo sus lineas a un log historico por anio                *
      * (RETLOGAAAA.CSV). Asi los archivos vivos quedan solo con lo    *
      * abierto y lo reciente, y la carga del historico de duplicados  *
      * al inicio de GENRET vuelve a entrar completa en la tabla de    *
      * 9000 claves.                                                   *
      *                                                                *
      * Sacar las lineas OK archivadas del log vivo no debilita el     *
      * control de duplicados: sus quincenas estan PAGADAS y GENRET    *
      * desvia esas operaciones como PERIODO-CERRADO antes de llegar   *
      * al control de duplicados.                                      *
      *                                                                *
      * Las retenciones de AGIP (jurisdiccion 'C') no se archivan: no  *
      * siguen el control de quincenas de ARBA, GENRET no las desvia   *
      * por periodo cerrado y su unico control contra una retencion    *
      * doble es el de duplicados, que solo ve el log vivo. Quedan     *
      * vivas en el maestro y en RETLOG.CSV.                           *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - GENRET.LCK: no se archiva mientras corre un lote.
      *     - PERIODOS.DAT: quincenas PAGADAS (ver PERCTL, PAGMNT).
      *     - RETMST.DAT y RETLOG.CSV vivos.
      *     - Ejercicio (AAAA) pedido por consola.
      *
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      El origen de la alicuota
      *                                 (MST-ORIGEN-ALIC) pasa al
      *                                 historico con el resto del
      *                                 registro.
      *     2026-10-15  ERP-System      Solo se archivan las quincenas
      *                                 PAGADAS: una quincena CERRADA
      *                                 con la DDJJ impaga sigue viva
      *                                 hasta que se cancela.
      *     2026-10-15  ERP-System      La jurisdiccion (MST-
      *                                 JURISDICCION) pasa al historico
      *                                 con el resto del registro.
      *     2026-10-15  ERP-System      El sistema de origen y la
      *                                 referencia del documento pasan
      *                                 al historico con la retencion.
      *     2026-10-15  ERP-System      Las retenciones de AGIP no se
      *                                 archivan: GENRET no las desvia
      *                                 por periodo cerrado y el
      *                                 control de duplicados solo ve
      *                                 el log vivo, asi que quedan
      *                                 vivas en el maestro y en
      *                                 RETLOG.CSV.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCK.

      *--- Control de periodos: solo se archivan quincenas PAGADAS.
           SELECT PERIODO-FILE ASSIGN TO DISK WS-NOM-PERIODOS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODO.
      *--- Identificador de la corrida para el bloqueo.
       01  WS-RUN-ID                PIC X(14) VALUE SPACES.

      *--- Quincenas PAGADAS del control de periodos.
       01  WS-PER-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENTRY OCCURS 200 TIMES

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: bloqueo de ejecucion, ejercicio,        *
      * quincenas pagadas y apertura del maestro y del historico.      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID.
           IF WS-FS-PERIODO NOT = '00'
               DISPLAY "Aviso: no existe "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", sin quincenas pagadas no se archiva "
                       "nada."
           ELSE
               PERFORM 1110-LEER-PERIODO
               AT END
                   MOVE 'S' TO WS-FIN-PERIODOS
               NOT AT END
                   IF PER-ESTADO = 'PAGADO'
                       ADD 1 TO WS-PER-COUNT
                       MOVE PER-QUINCENA
                           TO WS-PER-QUINCENA (WS-PER-COUNT)

      *----------------------------------------------------------------*
      * 2000 - Barrido del maestro vivo: cada retencion del ejercicio  *
      * pedido, de quincena PAGADA y con estado final se copia al      *
      * historico y se borra del maestro.                              *
      *----------------------------------------------------------------*
       2000-ARCHIVAR-MAESTRO.
           END-READ.

      *----------------------------------------------------------------*
      * 2200 - Una retencion se archiva si es de ARBA y del ejercicio  *
      * pedido, su quincena esta PAGADA (el periodo ya se presento y   *
      * pago) y su estado es final: ACEPTADA, ANULADA o RECHAZADA (una *
      * RECHAZADA de periodo presentado ya se corrigio reemitiendo,    *
      * su clave no carga en el control de duplicados). Lo             *
      * TRANSMITIDA sin acuse, lo PENDIENTE y lo de AGIP se conserva   *
      * vivo.                                                          *
      *----------------------------------------------------------------*
       2200-DECIDIR-ARCHIVO.
           MOVE 'N' TO WS-ES-ARCHIVABLE.
           IF MST-FECHA-OPERACION (1:4) = WS-EJERCICIO
          AND NOT MST-ES-AGIP
          AND (MST-ESTADO = 'ACEPTADA'
            OR MST-ESTADO = 'ANULADA'
            OR MST-ESTADO = 'RECHAZADA')
               MOVE MST-FILE-NAME      TO HIS-FILE-NAME
               MOVE MST-ESTADO         TO HIS-ESTADO
               MOVE MST-REGIMEN        TO HIS-REGIMEN
               MOVE MST-ORIGEN-ALIC    TO HIS-ORIGEN-ALIC
               MOVE MST-JURISDICCION   TO HIS-JURISDICCION
               MOVE MST-SISTEMA-ORIGEN TO HIS-SISTEMA-ORIGEN
               MOVE MST-DOC-REFERENCIA TO HIS-DOC-REFERENCIA
               WRITE HISTORICO-RECORD
               IF WS-FS-HIST = '22'
                   REWRITE HISTORICO-RECORD
