      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWDEV.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWDEV.
