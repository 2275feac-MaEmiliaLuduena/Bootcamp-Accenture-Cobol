      *-----------------------------------------------------------*
      * COPY COBOL DE LA CONFIGURACION DE PRIVACIDAD POR SALIDA   *
      * (PRIVCFG): UNA LINEA POR EXTRACTO QUE LLEVA DATOS DE      *
      * CONTACTO (NOTIFICA, NOTIEVENT, CONSULTACSV, PORTAL), CON  *
      * EL MODO EN QUE ESE CONSUMIDOR DEBE RECIBIRLOS:            *
      *   'C' (O BLANCO) = COMPLETO: EMAIL Y TELEFONO ENTEROS.    *
      *   'M' = ENMASCARADO: EMAIL CON LA INICIAL Y EL DOMINIO,   *
      *         TELEFONO SOLO CON LOS ULTIMOS CUATRO DIGITOS.     *
