      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWACD.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWACD.
