      *---
      *--- MIGRACION: agregar este campo alargo el registro, y un
      *--- RETMST.DAT grabado con el layout anterior deja de abrir
      *--- (estado 39) en todos los programas. Se migra UNA VEZ por
      *--- agente como se indica en la nota de migracion al final
      *--- del registro.
           05 MST-REGIMEN            PIC X(01).
      *--- Origen de la alicuota aplicada, para responder cuando el
      *--- proveedor la discute: 'S' padron por sujeto (PADSUJ.DAT),
      *--- 'A' alicuota maxima por alto riesgo fiscal, 'M' alicuota
      *--- maxima por no estar en el padron por sujeto del periodo,
      *--- 'C' padron de categorias, 'D' alicuota por defecto. En
      *--- blanco en los registros anteriores y en los reconstruidos
      *--- por RECMST (el origen no viaja en el log).
      *---
      *--- MIGRACION: igual que con el regimen, este campo alarga el
      *--- registro (ver la nota de migracion al final del registro).
           05 MST-ORIGEN-ALIC        PIC X(01).
              88 MST-ALIC-PADRON-SUJETO   VALUE 'S'.
              88 MST-ALIC-ALTO-RIESGO     VALUE 'A'.
              88 MST-ALIC-MAXIMA          VALUE 'M'.
              88 MST-ALIC-CATEGORIA       VALUE 'C'.
              88 MST-ALIC-DEFECTO         VALUE 'D'.
      *--- Jurisdiccion de la retencion: 'B' ARBA, 'C' AGIP (CABA).
      *--- Blanco en los registros anteriores, que se leen como ARBA.
      *--- La numeracion de AGIP arranca en 8000001 para no colisionar
      *--- con las series de ARBA en la clave del maestro. Para AGIP
      *--- el origen de la alicuota 'S', 'A' y 'M' se refiere al
      *--- padron de AGIP (PADAGIP.DAT).
      *---
      *--- MIGRACION: igual que con el regimen, este campo alarga el
      *--- registro (ver la nota de migracion al final del registro).
           05 MST-JURISDICCION       PIC X(01).
              88 MST-ES-AGIP              VALUE 'C'.
      *--- Sistema de origen y referencia del documento (orden de
      *--- pago o factura) de la linea del driver, para el archivo
      *--- de retorno de RETORN. En blanco en los registros
      *--- anteriores y en los reconstruidos por RECMST (no viajan
      *--- en el log).
      *---
      *--- MIGRACION: el origen de la alicuota, la jurisdiccion y
      *--- estos dos campos llevan el registro de 123 a 155
      *--- posiciones, y un RETMST.DAT o RETHIS.DAT grabado con el
      *--- layout anterior deja de abrir con estado 39. Despues de
      *--- instalar este cambio, UNA VEZ por agente:
      *---   - RETMST.DAT: reconstruirlo con RECMST, revisar
      *---     RETMSTDF.TXT e instalar RETMST.NEW con INSMST
      *---     (opcion M), que deja la copia en RETMSTnn.ANT.
      *---   - RETHIS.DAT, si ya existia: convertirlo con INSMST
      *---     (opcion H), que lo copia tal cual a RETHISnn.ANT y lo
      *---     vuelve a grabar con los campos nuevos en blanco. El
      *---     historico no se reconstruye con RECMST, porque sus
      *---     lineas del log ya pasaron a los RETLOGAAAA.CSV.
      *--- INSMST solo convierte el layout de 123 posiciones: un
      *--- RETHIS.DAT anterior al regimen (122 posiciones) no se
      *--- toca y hay que avisar a sistemas antes de moverlo.
           05 MST-SISTEMA-ORIGEN     PIC X(10).
           05 MST-DOC-REFERENCIA     PIC X(20).
