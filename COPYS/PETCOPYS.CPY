      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWPYS.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWPYS.
