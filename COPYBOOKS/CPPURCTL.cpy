      ******************************************************************
      * CPPURCTL - CIFRAS DE CONTROL DE LA DEPURACION (purga.ctl)
      * PURGA AGREGA UN RENGLON POR ARCHIVO HISTORICO EN CADA CORRIDA
      * (CLIENTES, TARJETAS Y CARGOS PASADOS A purcli_AAAAMMDD.txt,
      * purtar_AAAAMMDD.txt Y purcar_AAAAMMDD.txt) CON LOS REGISTROS
      * Y LA SUMA DE ANUALIDADES O IMPORTES, IGUAL QUE ARCHLOG CON
      * LA BITACORA. RESTAURA AGREGA LOS MISMOS RENGLONES CON TIPO
      * RESTCLI, RESTTAR Y RESTCAR POR LO QUE REGRESA AL MAESTRO, DE
      * MODO QUE LO ARCHIVADO MENOS LO RESTAURADO ES LO QUE SIGUE
      * FUERA. LA FECHA DE PURGA ES LA DEL NOMBRE DEL ARCHIVO.
      ******************************************************************
           05 CTLP-TIPO PIC X(8).
           05 CTLP-FECHA-PURGA PIC 9(8).
           05 CTLP-FECHA-CORRIDA PIC 9(8).
           05 CTLP-HORA-CORRIDA PIC 9(6).
           05 CTLP-REGISTROS PIC 9(7).
           05 CTLP-SUMA PIC 9(9).
           05 CTLP-OPERADOR PIC X(8).
