            10 TAR-FECHA-M PIC 99.
            10 TAR-FECHA-D PIC 99.
           05 TAR-ESTATUS PIC X(01).
      * DATOS DEL PLASTICO; VAN AL FINAL PARA QUE LOS REGISTROS
      * GRABADOS ANTES DE ESTOS CAMPOS SE LEAN COMO ESPACIOS. EL
      * NUMERO ENMASCARADO Y EL VENCIMIENTO (AAAAMM) LOS DA EL
      * EMBOZADOR EN SU ARCHIVO DE RESPUESTA (PROGRAMA RESPOSIC);
      * MIENTRAS NO LLEGUEN, REPOSIC TOMA COMO VENCIMIENTO EL MES DE
      * ALTA MAS LOS ANIOS DEL PARAMETRO REPANIOS.
      * ESTATUS DEL PLASTICO: V=VIGENTE, R=EN REPOSICION (ENVIADA AL
      * EMBOZADOR, SIN RESPUESTA), E=EMBOZADA (PLASTICO NUEVO),
      * X=RECHAZADA POR EL EMBOZADOR CON SU MOTIVO. ESPACIO SE TRATA
      * COMO VIGENTE. FECHA-PLASTICO ES LA DEL ULTIMO CAMBIO.
           05 TAR-NUMERO-ENMASCARADO PIC X(16).
           05 TAR-FECHA-VENCE.
            10 TAR-VENCE-Y PIC 9(4).
            10 TAR-VENCE-M PIC 99.
           05 TAR-ESTATUS-PLASTICO PIC X(01).
           05 TAR-FECHA-PLASTICO PIC 9(8).
           05 TAR-MOTIVO-PLASTICO PIC X(20).
