      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCNF.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCNF.
