      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWAPL.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWAPL.
