      *----------------------------------------------------------------*
      * ERPFOTR - Layout de las fotos de las presentaciones de la DDJJ *
      * ante ARBA (DDJJFOT.DAT), propio de cada agente. Cada vez que   *
      * se confirma una presentacion (el cierre definitivo de DDJJRET  *
      * o la rectificativa de RECTDDJ) se agrega, por quincena y       *
      * regimen, una foto de lo declarado: una cabecera 'H' con el     *
      * numero de presentacion (00 la original, 01 en adelante las     *
      * rectificativas) y la fecha, un detalle 'D' por comprobante     *
      * declarado (los mismos que emite DDJJARB: lineas OK del log     *
      * con fecha de operacion en la quincena) y un registro 'T' con   *
      * los totales. Todos los registros llevan la clave completa      *
      * (quincena, regimen y numero), asi que el archivo se lee        *
      * filtrando por clave sin depender del orden. Solo crece: la     *
      * ultima foto de una quincena y regimen es la de numero mayor.   *
      *                                                                *
      * En el detalle el comprobante es el numero de retencion propio  *
      * de la linea (tambien en una anulacion, que ademas lleva el     *
      * numero de la original que revierte); base e importe van con    *
      * signo, negativos en una anulacion, como suman en la DDJJ.      *
      *----------------------------------------------------------------*
       01  FOTO-RECORD.
           05 FOT-CLAVE.
              10 FOT-QUINCENA       PIC X(07).
              10 FOT-REGIMEN        PIC X(01).
              10 FOT-NRO-PRESENT    PIC 9(02).
           05 FOT-TIPO-REG           PIC X(01).
              88 FOT-ES-CABECERA          VALUE 'H'.
              88 FOT-ES-DETALLE           VALUE 'D'.
              88 FOT-ES-TOTAL             VALUE 'T'.
           05 FOT-DATOS              PIC X(70).
           05 FOT-CABECERA REDEFINES FOT-DATOS.
              10 FOT-FECHA-PRESENT  PIC X(10).
              10 FOT-PROGRAMA       PIC X(08).
              10 FILLER             PIC X(52).
           05 FOT-DETALLE REDEFINES FOT-DATOS.
              10 FOT-DET-TIPO       PIC X(01).
              10 FOT-DET-CUIT       PIC X(11).
              10 FOT-DET-FECHA      PIC X(10).
              10 FOT-DET-SUCURSAL   PIC 9(01).
              10 FOT-DET-NUMERO     PIC 9(07).
              10 FOT-DET-ORIGINAL   PIC 9(07).
              10 FOT-DET-BASE       PIC S9(09)V99.
              10 FOT-DET-IMPORTE    PIC S9(09)V99.
              10 FILLER             PIC X(11).
           05 FOT-TOTAL REDEFINES FOT-DATOS.
              10 FOT-TOT-CANT       PIC 9(07).
              10 FOT-TOT-BASE       PIC S9(11)V99.
              10 FOT-TOT-IMPORTE    PIC S9(11)V99.
              10 FILLER             PIC X(37).
