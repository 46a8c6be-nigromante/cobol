      *    siguiente corrida de cheques imprima con
      *    el. La accion (A)ceptar convierte el lote
      *    actual en la nueva linea base aprobada.
      *    Las tasas de CONVERT-PERCENT viajan en
      *    el mismo lote, con "%" y la tasa en la
      *    columna del numero, y los montos de
      *    CONVERT-GENDER en femenino con "F".
      *    *****************************************

       ENVIRONMENT DIVISION.
