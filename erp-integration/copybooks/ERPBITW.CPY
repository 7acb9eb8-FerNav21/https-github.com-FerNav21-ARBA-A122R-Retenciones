      *----------------------------------------------------------------*
      * ERPBITW - Pedido a BITREG, el registro de la bitacora de       *
      * cambios sobre los datos maestros (ver ERPBITR). Los programas  *
      * de mantenimiento lo incorporan en WORKING-STORAGE y llaman:    *
      *     CALL 'BITREG' USING WS-BITACORA-DATOS                      *
      *                                                                *
      * Al iniciar, con la funcion 'I' y el nombre del programa, para  *
      * identificar al operador: se lo pide por consola (en blanco     *
      * queda el usuario de la sesion) o, en una corrida desatendida,  *
      * se toma la clave OPERADOR de RUNPARM.DAT. Si no hay operador   *
      * o la bitacora no se puede abrir, BITACORA-HABILITADA queda en  *
      * 'N' y el programa no debe tocar ningun dato: quedaria un       *
      * cambio sin registrar.                                          *
      *                                                                *
      * Despues de cada cambio grabado, con la funcion 'R' y el        *
      * archivo, la accion, la clave y las imagenes antes/despues; el  *
      * programa, el operador y el agente quedan de la identificacion. *
      *----------------------------------------------------------------*
       01  WS-BITACORA-DATOS.
           05 WS-BIT-FUNCION        PIC X(01).
              88 BIT-IDENTIFICAR          VALUE 'I'.
              88 BIT-REGISTRAR            VALUE 'R'.
           05 WS-BIT-PROGRAMA        PIC X(08).
           05 WS-BIT-OPERADOR        PIC X(12).
           05 WS-BIT-AGENTE          PIC X(02).
           05 WS-BIT-ARCHIVO         PIC X(20).
           05 WS-BIT-ACCION          PIC X(08).
           05 WS-BIT-CLAVE           PIC X(20).
           05 WS-BIT-CUIT            PIC X(11).
           05 WS-BIT-QUINCENA        PIC X(07).
           05 WS-BIT-ANTES           PIC X(170).
           05 WS-BIT-DESPUES         PIC X(170).
           05 WS-BIT-HABILITADA      PIC X(01).
              88 BITACORA-HABILITADA      VALUE 'S'.
           05 WS-BIT-GRABADA         PIC X(01).
              88 BITACORA-GRABADA         VALUE 'S'.
