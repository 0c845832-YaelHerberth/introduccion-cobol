      ******************************************************************
      * CPPARAM - TABLA EN MEMORIA DE PARAMETROS DE NEGOCIO
      * SE CARGA AL INICIO DEL PROGRAMA DESDE parametros.txt (LAYOUT
      * CPPARREG). CADA PROGRAMA BUSCA SU CLAVE Y SE QUEDA CON EL
      * RENGLON DE MAYOR VIGENCIA QUE NO REBASE LA FECHA DEL DIA.
      ******************************************************************
       01 WKS-TABLA-PARAMETROS.
           05 WKS-TOT-PARAMETROS PIC 9(02) VALUE 0.
           05 WKS-PARAM-OCURRENCIA OCCURS 50 TIMES
              INDEXED BY WKS-IDX-PARAM.
               10 WKS-PARAM-CLAVE PIC X(08).
               10 WKS-PARAM-VIGENCIA PIC 9(08).
               10 WKS-PARAM-VALOR PIC 9(7)V99.
               10 WKS-PARAM-DESCRIPCION PIC X(30).
