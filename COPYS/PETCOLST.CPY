      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWLST.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWLST.
