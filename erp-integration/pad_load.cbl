      * ARBA al padron propio con vigencias desde/hasta por categoria, *
      * e imprime un informe de diferencias (altas, cambios y          *
      * categorias ausentes) antes de reemplazar nada: el padron       *
      * nuevo se deja en PADRON.NEW y recien se instala sobre          *
      * PADRON.DAT con INSMST despues de revisar el informe.           *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - GENRET.CFG: configuracion (padron a actualizar).
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-08-16  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      El padron nuevo se instala
      *                                 sobre el vigente con INSMST
      *                                 (copia del anterior y registro
      *                                 en la bitacora de cambios) en
      *                                 lugar de renombrarlo a mano.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARBA.

      *--- Padron actualizado, para instalar sobre el vigente una
      *--- vez revisado el informe de diferencias.
           SELECT PADNEW-FILE ASSIGN TO DISK WS-NOM-PADRONNEW-FILE
           ORGANIZATION IS LINE SEQUENTIAL
      * 8000 - Cierre: informa las categorias vigentes ausentes en el  *
      * archivo de ARBA, graba PADRON.NEW con el padron completo y     *
      * muestra el resumen. El padron vigente no se toca: el           *
      * reemplazo lo hace INSMST despues de revisar el informe.        *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           IF ARBA-ABIERTO-SI
           IF ARBA-ABIERTO-SI
               DISPLAY "Revisar "
                       FUNCTION TRIM(WS-NOM-PADRONDF-FILE)
                       " y luego instalar "
                       FUNCTION TRIM(WS-NOM-PADRONNEW-FILE)
                       " sobre " FUNCTION TRIM(CF-PADRON-FILE)
                       " con INSMST."
           END-IF.

      *----------------------------------------------------------------*
